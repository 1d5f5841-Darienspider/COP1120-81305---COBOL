       organization IS LINE sequential.

       *> routing and account per direct-deposit employee; employees
       *> without a record, or still in prenote, are paid by check
       SELECT OPTIONAL BANK-MASTER
       ASSIGN TO 'CH4BANK'
       organization IS LINE sequential.
       ASSIGN TO 'CH4ACHEXTRACT'
       organization IS LINE sequential.

       *> every check drawn on the disbursement account, appended by
       *> each run that draws a number from the check control - the
       *> one list of issued checks the bank is given
       SELECT OPTIONAL CHECKS-ISSUED
       ASSIGN TO 'CH4CHECKSISSUED'
       organization IS LINE sequential.

       *> positive-pay issue file for the bank - every check this run
       *> writes, so the bank pays nothing it was not told about
       SELECT POSITIVE-PAY-FILE
       ASSIGN TO 'CH4POSITIVEPAY'
       organization IS LINE sequential.

       *> voided payroll checks handed back to Payroll; those marked
       *> for reissue are paid again here under a new check number
       SELECT OPTIONAL PAY-ADJUST-FILE
       ASSIGN TO 'CH4PAYADJUST'
       organization IS LINE sequential.

       *> each terminated employee's final pay, once paid - the
       *> payroll run reads it so the final pay is never made twice
       SELECT OPTIONAL FINAL-PAID-FILE
       ASSIGN TO 'CH4FINALPAID'
       organization IS LINE sequential.

       data division.
       file section.

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
         05 FILLER PIC X(1).
         05 NP-PAY-TYPE PIC X(1).
           88 NP-FINAL-PAY VALUE 'F'.
         05 FILLER PIC X(1).
         05 NP-TERM-DATE PIC 9(6).

       01 NET-PAY-TRAILER-REC.
         05 NPT-TRAILER-ID PIC X(5).
           88 BNK-PAPER-CHECK VALUE 'C'.
         05 BNK-ROUTING PIC 9(9).
         05 BNK-ACCOUNT PIC X(17).
         05 BNK-PRENOTE-STATUS PIC X(1).
           88 BNK-PRENOTE-PENDING VALUE 'P'.
         05 BNK-PRENOTE-DATE PIC 9(6).

       FD CHECK-CONTROL-FILE RECORDING MODE IS F.
       01 CHECK-CONTROL-REC.
         05 FILLER PIC X(1) VALUE SPACE.
         05 ACH-AMOUNT PIC 9(5)V99.

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

       *> type I issue, V void, T trailer with count and total
       FD POSITIVE-PAY-FILE RECORDING MODE IS F.
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

       *> a reissue check number of zeros is still to be reissued
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

       FD FINAL-PAID-FILE RECORDING MODE IS F.
       01 FINAL-PAID-REC.
         05 FPD-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 FPD-TERM-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 FPD-PAID-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 FPD-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 FPD-METHOD PIC X(1).
         05 FILLER PIC X(1).
         05 FPD-CHECK-NO PIC 9(6).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-BNK-MORE-RECORDS PIC X(3) VALUE 'YES'.
           10 WS-BNK-METHOD PIC X(1).
           10 WS-BNK-ROUTING PIC 9(9).
           10 WS-BNK-ACCOUNT PIC X(17).
           10 WS-BNK-PRENOTE-STATUS PIC X(1).
       01 WS-BNK-SUB PIC 9(3) VALUE ZERO.
       01 WS-BNK-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-BNK-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-BNK-FOUND VALUE 'YES'.

       01 WS-ADJUST-TABLE.
         05 WS-ADJ-COUNT PIC 9(3) VALUE ZERO.
         05 WS-ADJ-ENTRY OCCURS 500 TIMES.
           10 WS-ADJ-EMPLOYEE-ID PIC X(5).
           10 WS-ADJ-EMPLOYEE-NAME PIC X(20).
           10 WS-ADJ-AMOUNT PIC 9(7)V99.
           10 WS-ADJ-VOID-CHECK-NO PIC 9(6).
           10 WS-ADJ-VOID-DATE PIC 9(6).
           10 WS-ADJ-REISSUE-SW PIC X(1).
           10 WS-ADJ-REISSUE-CHECK-NO PIC 9(6).
           10 WS-ADJ-REISSUE-DATE PIC 9(6).
       01 WS-ADJ-SUB PIC 9(3) VALUE ZERO.
       01 WS-ADJ-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-REISSUE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-REISSUE-TOTAL PIC 9(7)V99 VALUE ZEROS.
       01 WS-PP-COUNT PIC 9(6) VALUE ZERO.
       01 WS-FINAL-PAID-COUNT PIC 9(5) VALUE ZERO.
       01 WS-PP-TOTAL PIC 9(9)V99 VALUE ZEROS.

       01 WS-PAY-PERIODS PIC 9(2) VALUE 26.
       01 WS-NEXT-CHECK-NO PIC 9(6) VALUE 100001.
       01 WS-PERIOD-NET PIC 9(5)V99 VALUE ZEROS.
       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.

       *> the extract re-footed and proved against its trailer before
       *> a single check number is assigned
         05 RGR-ANNUAL PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(33) VALUE SPACES.

       *> reissues are listed apart - they are not part of this pay
       *> run's net and stay out of the agreement to the listing
       01 REGISTER-REISSUE-HDR-LINE.
         05 FILLER PIC X(40) VALUE
           ' REISSUED VOIDS AND RETURNED DEPOSITS   '.
         05 FILLER PIC X(50) VALUE SPACES.

       01 REGISTER-REISSUE-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RGI-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGI-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGI-ORIGIN PIC X(8).
         05 RGI-VOID-CHECK-NO PIC 9(6) BLANK WHEN ZERO.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGI-CHECK-NO PIC 9(6).
         05 FILLER PIC X(3) VALUE SPACES.
         05 RGI-AMOUNT PIC ZZ,ZZ9.99.
         05 FILLER PIC X(26) VALUE SPACES.

       01 REGISTER-REISSUE-TOTAL-LINE.
         05 FILLER PIC X(11) VALUE ' REISSUES: '.
         05 RGT-REISSUES PIC ZZZZ9.
         05 FILLER PIC X(15) VALUE '  REISSUE TOTAL'.
         05 FILLER PIC X(1) VALUE ':'.
         05 RGT-REISSUE-TOTAL PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(46) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 105-LOAD-CHECK-CONTROL
           PERFORM 110-LOAD-BANK-MASTER
           PERFORM 120-VERIFY-EXTRACT
           PERFORM 115-LOAD-PAY-ADJUST
           OPEN INPUT NET-PAY-EXTRACT
             OUTPUT CHECK-REGISTER
             OUTPUT ACH-EXTRACT
             OUTPUT POSITIVE-PAY-FILE
           OPEN EXTEND CHECKS-ISSUED
           OPEN EXTEND FINAL-PAID-FILE
           WRITE REGISTER-LINE FROM REGISTER-HDR-LINE
           WRITE REGISTER-LINE FROM REGISTER-COL-LINE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
                         TO WS-BNK-METHOD(WS-BNK-COUNT)
                       MOVE BNK-ROUTING TO WS-BNK-ROUTING(WS-BNK-COUNT)
                       MOVE BNK-ACCOUNT TO WS-BNK-ACCOUNT(WS-BNK-COUNT)
                       MOVE BNK-PRENOTE-STATUS
                         TO WS-BNK-PRENOTE-STATUS(WS-BNK-COUNT)
               END-READ
           END-PERFORM
           CLOSE BANK-MASTER.
               STOP RUN
           END-IF.

       115-LOAD-PAY-ADJUST.
           OPEN INPUT PAY-ADJUST-FILE
           PERFORM UNTIL WS-ADJ-MORE-RECORDS = 'NO '
               READ PAY-ADJUST-FILE
                   AT END
                       MOVE 'NO ' TO WS-ADJ-MORE-RECORDS
                   NOT AT END
                       IF WS-ADJ-COUNT = 500
                           DISPLAY 'PAY ADJUST TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ADJ-COUNT
                       MOVE ADJ-EMPLOYEE-ID
                         TO WS-ADJ-EMPLOYEE-ID(WS-ADJ-COUNT)
                       MOVE ADJ-EMPLOYEE-NAME
                         TO WS-ADJ-EMPLOYEE-NAME(WS-ADJ-COUNT)
                       MOVE ADJ-AMOUNT TO WS-ADJ-AMOUNT(WS-ADJ-COUNT)
                       MOVE ADJ-VOID-CHECK-NO
                         TO WS-ADJ-VOID-CHECK-NO(WS-ADJ-COUNT)
                       MOVE ADJ-VOID-DATE
                         TO WS-ADJ-VOID-DATE(WS-ADJ-COUNT)
                       MOVE ADJ-REISSUE-SW
                         TO WS-ADJ-REISSUE-SW(WS-ADJ-COUNT)
                       MOVE ADJ-REISSUE-CHECK-NO
                         TO WS-ADJ-REISSUE-CHECK-NO(WS-ADJ-COUNT)
                       MOVE ADJ-REISSUE-DATE
                         TO WS-ADJ-REISSUE-DATE(WS-ADJ-COUNT)
               END-READ
           END-PERFORM
           CLOSE PAY-ADJUST-FILE.

       130-FIND-BANK.
           MOVE 'NO ' TO WS-BNK-FOUND-SW
           MOVE ZEROS TO WS-BNK-FOUND-SUB
           MOVE WS-PERIOD-NET TO RGD-PERIOD-NET
           IF WS-BNK-FOUND
             AND WS-BNK-METHOD(WS-BNK-FOUND-SUB) = 'D'
             AND WS-BNK-PRENOTE-STATUS(WS-BNK-FOUND-SUB) NOT = 'P'
               MOVE 'DEPOSIT ' TO RGD-METHOD
               MOVE SPACES TO RGD-CHECK-NO
               MOVE SPACES TO ACH-REC
               MOVE WS-PERIOD-NET TO ACH-AMOUNT
               WRITE ACH-REC
               ADD 1 TO WS-DEPOSIT-COUNT
               IF NP-FINAL-PAY
                   MOVE 'FINAL DD' TO RGD-METHOD
                   MOVE SPACES TO FINAL-PAID-REC
                   MOVE 'D' TO FPD-METHOD
                   MOVE ZEROS TO FPD-CHECK-NO
                   PERFORM 245-WRITE-FINAL-PAID
               END-IF
           ELSE
               MOVE 'CHECK   ' TO RGD-METHOD
               MOVE WS-NEXT-CHECK-NO TO RGD-CHECK-NO
               MOVE SPACES TO CHECK-ISSUED-REC
               MOVE WS-NEXT-CHECK-NO TO CKI-CHECK-NO
               MOVE WS-RUN-DATE TO CKI-ISSUE-DATE
               MOVE WS-PERIOD-NET TO CKI-AMOUNT
               MOVE 'PAY ' TO CKI-SOURCE
               MOVE NP-EMPLOYEE-ID TO CKI-PAYEE-ID
               MOVE NP-EMPLOYEE-NAME TO CKI-PAYEE-NAME
               WRITE CHECK-ISSUED-REC
               PERFORM 240-WRITE-POSITIVE-PAY
               IF NP-FINAL-PAY
                   MOVE 'FINAL CK' TO RGD-METHOD
                   MOVE SPACES TO FINAL-PAID-REC
                   MOVE 'C' TO FPD-METHOD
                   MOVE WS-NEXT-CHECK-NO TO FPD-CHECK-NO
                   PERFORM 245-WRITE-FINAL-PAID
               END-IF
               ADD 1 TO WS-NEXT-CHECK-NO
               ADD 1 TO WS-CHECK-COUNT
           END-IF
           ADD WS-PERIOD-NET TO WS-PERIOD-TOTAL
           ADD NP-ANNUAL-NET TO WS-ANNUAL-TOTAL.

       *> the check just written to the issued list goes to the bank
       240-WRITE-POSITIVE-PAY.
           MOVE SPACES TO POSITIVE-PAY-REC
           MOVE 'I' TO PP-REC-TYPE
           MOVE CKI-CHECK-NO TO PP-CHECK-NO
           MOVE CKI-ISSUE-DATE TO PP-ISSUE-DATE
           MOVE CKI-AMOUNT TO PP-AMOUNT
           MOVE CKI-PAYEE-NAME TO PP-PAYEE-NAME
           WRITE POSITIVE-PAY-REC
           ADD 1 TO WS-PP-COUNT
           ADD CKI-AMOUNT TO WS-PP-TOTAL.

       *> the final pay is recorded the moment it is made, so the
       *> next payroll run leaves the terminated employee out
       245-WRITE-FINAL-PAID.
           MOVE NP-EMPLOYEE-ID TO FPD-EMPLOYEE-ID
           MOVE NP-TERM-DATE TO FPD-TERM-DATE
           MOVE WS-RUN-DATE TO FPD-PAID-DATE
           MOVE WS-PERIOD-NET TO FPD-AMOUNT
           WRITE FINAL-PAID-REC
           ADD 1 TO WS-FINAL-PAID-COUNT.

       *> each voided payroll check approved for reissue, and each
       *> returned deposit, is paid again under the next check number
       250-REISSUE-VOIDS.
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
             UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
               IF WS-ADJ-REISSUE-SW(WS-ADJ-SUB) = 'Y'
                 AND WS-ADJ-REISSUE-CHECK-NO(WS-ADJ-SUB) = ZEROS
                   IF WS-REISSUE-COUNT = 0
                       WRITE REGISTER-LINE
                         FROM REGISTER-REISSUE-HDR-LINE
                   END-IF
                   MOVE SPACES TO CHECK-ISSUED-REC
                   MOVE WS-NEXT-CHECK-NO TO CKI-CHECK-NO
                   MOVE WS-RUN-DATE TO CKI-ISSUE-DATE
                   MOVE WS-ADJ-AMOUNT(WS-ADJ-SUB) TO CKI-AMOUNT
                   MOVE 'RISU' TO CKI-SOURCE
                   MOVE WS-ADJ-EMPLOYEE-ID(WS-ADJ-SUB) TO CKI-PAYEE-ID
                   MOVE WS-ADJ-EMPLOYEE-NAME(WS-ADJ-SUB)
                     TO CKI-PAYEE-NAME
                   WRITE CHECK-ISSUED-REC
                   PERFORM 240-WRITE-POSITIVE-PAY
                   MOVE WS-NEXT-CHECK-NO
                     TO WS-ADJ-REISSUE-CHECK-NO(WS-ADJ-SUB)
                   MOVE WS-RUN-DATE TO WS-ADJ-REISSUE-DATE(WS-ADJ-SUB)
                   MOVE WS-ADJ-EMPLOYEE-ID(WS-ADJ-SUB)
                     TO RGI-EMPLOYEE-ID
                   MOVE WS-ADJ-EMPLOYEE-NAME(WS-ADJ-SUB) TO RGI-NAME
                   IF WS-ADJ-VOID-CHECK-NO(WS-ADJ-SUB) = ZEROS
                       MOVE 'RETURNED' TO RGI-ORIGIN
                   ELSE
                       MOVE 'VOIDED  ' TO RGI-ORIGIN
                   END-IF
                   MOVE WS-ADJ-VOID-CHECK-NO(WS-ADJ-SUB)
                     TO RGI-VOID-CHECK-NO
                   MOVE WS-NEXT-CHECK-NO TO RGI-CHECK-NO
                   MOVE WS-ADJ-AMOUNT(WS-ADJ-SUB) TO RGI-AMOUNT
                   WRITE REGISTER-LINE FROM REGISTER-REISSUE-LINE
                   ADD 1 TO WS-NEXT-CHECK-NO
                   ADD 1 TO WS-REISSUE-COUNT
                   ADD WS-ADJ-AMOUNT(WS-ADJ-SUB) TO WS-REISSUE-TOTAL
               END-IF
           END-PERFORM
           IF WS-REISSUE-COUNT > 0
               MOVE WS-REISSUE-COUNT TO RGT-REISSUES
               MOVE WS-REISSUE-TOTAL TO RGT-REISSUE-TOTAL
               WRITE REGISTER-LINE FROM REGISTER-REISSUE-TOTAL-LINE
           END-IF.

       260-REWRITE-PAY-ADJUST.
           OPEN OUTPUT PAY-ADJUST-FILE
           PERFORM VARYING WS-ADJ-SUB FROM 1 BY 1
             UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
               MOVE SPACES TO PAY-ADJUST-REC
               MOVE WS-ADJ-EMPLOYEE-ID(WS-ADJ-SUB) TO ADJ-EMPLOYEE-ID
               MOVE WS-ADJ-EMPLOYEE-NAME(WS-ADJ-SUB)
                 TO ADJ-EMPLOYEE-NAME
               MOVE WS-ADJ-AMOUNT(WS-ADJ-SUB) TO ADJ-AMOUNT
               MOVE WS-ADJ-VOID-CHECK-NO(WS-ADJ-SUB)
                 TO ADJ-VOID-CHECK-NO
               MOVE WS-ADJ-VOID-DATE(WS-ADJ-SUB) TO ADJ-VOID-DATE
               MOVE WS-ADJ-REISSUE-SW(WS-ADJ-SUB) TO ADJ-REISSUE-SW
               MOVE WS-ADJ-REISSUE-CHECK-NO(WS-ADJ-SUB)
                 TO ADJ-REISSUE-CHECK-NO
               MOVE WS-ADJ-REISSUE-DATE(WS-ADJ-SUB)
                 TO ADJ-REISSUE-DATE
               WRITE PAY-ADJUST-REC
           END-PERFORM
           CLOSE PAY-ADJUST-FILE.

       300-CLOSE-RTN.
           MOVE WS-CHECK-COUNT TO RGT-CHECKS
           MOVE WS-DEPOSIT-COUNT TO RGT-DEPOSITS
           WRITE REGISTER-LINE FROM REGISTER-TOTAL-LINE
           MOVE WS-ANNUAL-TOTAL TO RGR-ANNUAL
           WRITE REGISTER-LINE FROM REGISTER-RECON-LINE
           PERFORM 250-REISSUE-VOIDS
           MOVE SPACES TO POSITIVE-PAY-TRAILER-REC
           MOVE 'T' TO PPT-REC-TYPE
           MOVE WS-PP-COUNT TO PPT-COUNT
           MOVE WS-PP-TOTAL TO PPT-TOTAL
           WRITE POSITIVE-PAY-TRAILER-REC
           CLOSE NET-PAY-EXTRACT CHECK-REGISTER ACH-EXTRACT
             CHECKS-ISSUED POSITIVE-PAY-FILE FINAL-PAID-FILE
           IF WS-REISSUE-COUNT > 0
               PERFORM 260-REWRITE-PAY-ADJUST
           END-IF
           OPEN OUTPUT CHECK-CONTROL-FILE
           MOVE WS-NEXT-CHECK-NO TO CTL-NEXT-CHECK-NO
           WRITE CHECK-CONTROL-REC
           CLOSE CHECK-CONTROL-FILE
           DISPLAY 'DISBURSEMENT - CHECKS: ' WS-CHECK-COUNT
             ' DEPOSITS: ' WS-DEPOSIT-COUNT
             ' REISSUES: ' WS-REISSUE-COUNT
             ' FINAL PAY: ' WS-FINAL-PAID-COUNT
           STOP RUN.

       end program Disburse.
