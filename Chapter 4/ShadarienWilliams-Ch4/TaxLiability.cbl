       identification division.
       program-id. TaxLiability.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> every pay period's wages, income tax and FICA per employee,
       *> appended by the payroll run
       SELECT OPTIONAL PAY-TAX-HISTORY
       ASSIGN TO 'CH4PAYTAXHIST'
       organization IS LINE sequential.

       *> year and quarter to report; absent, the quarter of the most
       *> recent pay run in the history is reported
       SELECT OPTIONAL LIABILITY-CONTROL
       ASSIGN TO 'CH4LIABCONTROL'
       organization IS LINE sequential.

       *> quarterly payroll tax liability - the figures for the
       *> employer's quarterly federal return, month by month
       SELECT LIABILITY-REPORT
       ASSIGN TO 'CH4TAXLIABILITY'
       organization IS LINE sequential.

       data division.
       file section.

       FD PAY-TAX-HISTORY RECORDING MODE IS F.
       01 PAY-TAX-HISTORY-REC.
         05 PTH-RUN-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 PTH-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 PTH-WAGES PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 PTH-INCOME-TAX PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 PTH-SS-WAGES PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 PTH-SS-EE PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 PTH-SS-ER PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 PTH-MED-WAGES PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 PTH-MED-EE PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 PTH-MED-ER PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 PTH-ADDL-MED-WAGES PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 PTH-ADDL-MED PIC 9(5)V99.

       FD LIABILITY-CONTROL RECORDING MODE IS F.
       01 LIABILITY-CONTROL-REC.
         05 CTL-YEAR PIC 9(4).
         05 CTL-QUARTER PIC 9(1).

       FD LIABILITY-REPORT RECORDING MODE IS F.
       01 LIABILITY-LINE PIC X(80).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.

       *> a payroll rerun on the same day appends a second copy of
       *> the employee's figures - only the last one counts
       01 WS-HIST-TABLE.
         05 WS-HST-COUNT PIC 9(4) VALUE ZERO.
         05 WS-HST-ENTRY OCCURS 5000 TIMES.
           10 WS-HST-RUN-DATE PIC 9(6).
           10 WS-HST-EMPLOYEE-ID PIC X(5).
           10 WS-HST-WAGES PIC 9(7)V99.
           10 WS-HST-INCOME-TAX PIC 9(7)V99.
           10 WS-HST-SS-WAGES PIC 9(7)V99.
           10 WS-HST-SS-EE PIC 9(5)V99.
           10 WS-HST-SS-ER PIC 9(5)V99.
           10 WS-HST-MED-WAGES PIC 9(7)V99.
           10 WS-HST-MED-EE PIC 9(5)V99.
           10 WS-HST-MED-ER PIC 9(5)V99.
           10 WS-HST-ADDL-MED-WAGES PIC 9(7)V99.
           10 WS-HST-ADDL-MED PIC 9(5)V99.
       01 WS-HST-SUB PIC 9(4) VALUE ZERO.
       01 WS-HST-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-DUPLICATE-COUNT PIC 9(5) VALUE ZERO.

       01 WS-LATEST-RUN-DATE PIC 9(6) VALUE ZEROS.
       01 WS-LATEST-SPLIT REDEFINES WS-LATEST-RUN-DATE.
         05 WS-LATEST-YY PIC 9(2).
         05 WS-LATEST-MM PIC 9(2).
         05 WS-LATEST-DD PIC 9(2).
       01 WS-ENTRY-RUN-DATE PIC 9(6) VALUE ZEROS.
       01 WS-ENTRY-SPLIT REDEFINES WS-ENTRY-RUN-DATE.
         05 WS-ENTRY-YY PIC 9(2).
         05 WS-ENTRY-MM PIC 9(2).
         05 WS-ENTRY-DD PIC 9(2).

       01 WS-REPORT-YEAR PIC 9(4) VALUE ZEROS.
       01 WS-REPORT-YEAR-SPLIT REDEFINES WS-REPORT-YEAR.
         05 WS-REPORT-CENTURY PIC 9(2).
         05 WS-REPORT-YY PIC 9(2).
       01 WS-REPORT-QUARTER PIC 9(1) VALUE ZERO.
       01 WS-ENTRY-QUARTER PIC 9(1) VALUE ZERO.
       01 WS-MONTH-SUB PIC 9(1) VALUE ZERO.
       01 WS-FIRST-MONTH PIC 9(2) VALUE ZERO.

       *> months 1-3 of the quarter, and the quarter total in slot 4
       01 WS-LIABILITY-TABLE.
         05 WS-LIA-ENTRY OCCURS 4 TIMES.
           10 WS-LIA-PAY-COUNT PIC 9(5).
           10 WS-LIA-WAGES PIC 9(9)V99.
           10 WS-LIA-INCOME-TAX PIC 9(9)V99.
           10 WS-LIA-SS-WAGES PIC 9(9)V99.
           10 WS-LIA-SS-EE PIC 9(9)V99.
           10 WS-LIA-SS-ER PIC 9(9)V99.
           10 WS-LIA-MED-WAGES PIC 9(9)V99.
           10 WS-LIA-MED-EE PIC 9(9)V99.
           10 WS-LIA-MED-ER PIC 9(9)V99.
           10 WS-LIA-ADDL-MED-WAGES PIC 9(9)V99.
           10 WS-LIA-ADDL-MED PIC 9(9)V99.
           10 WS-LIA-TOTAL PIC 9(9)V99.
       01 WS-LIA-SUB PIC 9(1) VALUE ZERO.

       01 LIABILITY-HDR-LINE.
         05 FILLER PIC X(36) VALUE
           ' QUARTERLY PAYROLL TAX LIABILITY  - '.
         05 FILLER PIC X(2) VALUE 'Q'.
         05 LHD-QUARTER PIC 9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 LHD-YEAR PIC 9(4).
         05 FILLER PIC X(36) VALUE SPACES.

       01 LIABILITY-MONTH-LINE.
         05 FILLER PIC X(8) VALUE ' MONTH '.
         05 LMO-MONTH PIC 9(2).
         05 FILLER PIC X(10) VALUE '  PAYMENTS'.
         05 LMO-PAY-COUNT PIC ZZZZ9.
         05 FILLER PIC X(55) VALUE SPACES.

       01 LIABILITY-TOTAL-HDR-LINE.
         05 FILLER PIC X(18) VALUE ' QUARTER TOTAL    '.
         05 FILLER PIC X(10) VALUE '  PAYMENTS'.
         05 LTH-PAY-COUNT PIC ZZZZ9.
         05 FILLER PIC X(47) VALUE SPACES.

       01 LIABILITY-AMOUNT-LINE.
         05 FILLER PIC X(3) VALUE SPACES.
         05 LAM-LABEL PIC X(34).
         05 LAM-BASE PIC ZZZ,ZZZ,ZZ9.99 BLANK WHEN ZERO.
         05 FILLER PIC X(2) VALUE SPACES.
         05 LAM-TAX PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(13) VALUE SPACES.

       01 LIABILITY-COL-LINE.
         05 FILLER PIC X(37) VALUE SPACES.
         05 FILLER PIC X(14) VALUE '         WAGES'.
         05 FILLER PIC X(2) VALUE SPACES.
         05 FILLER PIC X(14) VALUE '           TAX'.
         05 FILLER PIC X(13) VALUE SPACES.

       01 LIABILITY-DUP-LINE.
         05 FILLER PIC X(35) VALUE
           ' SAME-DAY RERUN RECORDS REPLACED:  '.
         05 LDP-COUNT PIC ZZZZ9.
         05 FILLER PIC X(40) VALUE SPACES.

       01 LIABILITY-NONE-LINE.
         05 FILLER PIC X(40) VALUE
           ' NO PAYROLL RUNS FALL IN THIS QUARTER   '.
         05 FILLER PIC X(40) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           PERFORM 105-LOAD-HISTORY
           IF WS-HST-COUNT = 0
               DISPLAY 'PAY TAX HISTORY IS EMPTY - NO REPORT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-SET-QUARTER
           INITIALIZE WS-LIABILITY-TABLE
           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
             UNTIL WS-HST-SUB > WS-HST-COUNT
               PERFORM 200-ACCUMULATE-ONE
           END-PERFORM
           OPEN OUTPUT LIABILITY-REPORT
           PERFORM 250-WRITE-REPORT
           CLOSE LIABILITY-REPORT
           STOP RUN.

       105-LOAD-HISTORY.
           OPEN INPUT PAY-TAX-HISTORY
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ PAY-TAX-HISTORY
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF PTH-RUN-DATE NUMERIC
                           PERFORM 107-STORE-HISTORY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PAY-TAX-HISTORY.

       107-STORE-HISTORY.
           MOVE ZEROS TO WS-HST-FOUND-SUB
           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
             UNTIL WS-HST-SUB > WS-HST-COUNT
               IF WS-HST-RUN-DATE(WS-HST-SUB) = PTH-RUN-DATE
                 AND WS-HST-EMPLOYEE-ID(WS-HST-SUB) = PTH-EMPLOYEE-ID
                   MOVE WS-HST-SUB TO WS-HST-FOUND-SUB
                   MOVE WS-HST-COUNT TO WS-HST-SUB
               END-IF
           END-PERFORM
           IF WS-HST-FOUND-SUB = 0
               IF WS-HST-COUNT = 5000
                   DISPLAY 'PAY TAX HISTORY TABLE FULL - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-HST-COUNT
               MOVE WS-HST-COUNT TO WS-HST-FOUND-SUB
           ELSE
               ADD 1 TO WS-DUPLICATE-COUNT
           END-IF
           MOVE PTH-RUN-DATE TO WS-HST-RUN-DATE(WS-HST-FOUND-SUB)
           MOVE PTH-EMPLOYEE-ID TO WS-HST-EMPLOYEE-ID(WS-HST-FOUND-SUB)
           MOVE PTH-WAGES TO WS-HST-WAGES(WS-HST-FOUND-SUB)
           MOVE PTH-INCOME-TAX TO WS-HST-INCOME-TAX(WS-HST-FOUND-SUB)
           MOVE PTH-SS-WAGES TO WS-HST-SS-WAGES(WS-HST-FOUND-SUB)
           MOVE PTH-SS-EE TO WS-HST-SS-EE(WS-HST-FOUND-SUB)
           MOVE PTH-SS-ER TO WS-HST-SS-ER(WS-HST-FOUND-SUB)
           MOVE PTH-MED-WAGES TO WS-HST-MED-WAGES(WS-HST-FOUND-SUB)
           MOVE PTH-MED-EE TO WS-HST-MED-EE(WS-HST-FOUND-SUB)
           MOVE PTH-MED-ER TO WS-HST-MED-ER(WS-HST-FOUND-SUB)
           MOVE PTH-ADDL-MED-WAGES
             TO WS-HST-ADDL-MED-WAGES(WS-HST-FOUND-SUB)
           MOVE PTH-ADDL-MED TO WS-HST-ADDL-MED(WS-HST-FOUND-SUB)
           IF PTH-RUN-DATE > WS-LATEST-RUN-DATE
               MOVE PTH-RUN-DATE TO WS-LATEST-RUN-DATE
           END-IF.

       *> an invalid control record leaves the default quarter
       110-SET-QUARTER.
           COMPUTE WS-REPORT-QUARTER = (WS-LATEST-MM - 1) / 3 + 1
           COMPUTE WS-REPORT-YEAR = 2000 + WS-LATEST-YY
           OPEN INPUT LIABILITY-CONTROL
           READ LIABILITY-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-YEAR NUMERIC AND CTL-YEAR > 0
                     AND CTL-QUARTER NUMERIC
                     AND CTL-QUARTER > 0 AND CTL-QUARTER < 5
                       MOVE CTL-YEAR TO WS-REPORT-YEAR
                       MOVE CTL-QUARTER TO WS-REPORT-QUARTER
                   END-IF
           END-READ
           CLOSE LIABILITY-CONTROL
           COMPUTE WS-FIRST-MONTH = (WS-REPORT-QUARTER - 1) * 3 + 1.

       *> each pay run falls in the month it was paid
       200-ACCUMULATE-ONE.
           MOVE WS-HST-RUN-DATE(WS-HST-SUB) TO WS-ENTRY-RUN-DATE
           COMPUTE WS-ENTRY-QUARTER = (WS-ENTRY-MM - 1) / 3 + 1
           IF WS-ENTRY-YY = WS-REPORT-YY
             AND WS-ENTRY-QUARTER = WS-REPORT-QUARTER
               COMPUTE WS-MONTH-SUB = WS-ENTRY-MM - WS-FIRST-MONTH + 1
               MOVE WS-MONTH-SUB TO WS-LIA-SUB
               PERFORM 210-ADD-TO-BUCKET
               MOVE 4 TO WS-LIA-SUB
               PERFORM 210-ADD-TO-BUCKET
           END-IF.

       210-ADD-TO-BUCKET.
           ADD 1 TO WS-LIA-PAY-COUNT(WS-LIA-SUB)
           ADD WS-HST-WAGES(WS-HST-SUB) TO WS-LIA-WAGES(WS-LIA-SUB)
           ADD WS-HST-INCOME-TAX(WS-HST-SUB)
             TO WS-LIA-INCOME-TAX(WS-LIA-SUB)
           ADD WS-HST-SS-WAGES(WS-HST-SUB)
             TO WS-LIA-SS-WAGES(WS-LIA-SUB)
           ADD WS-HST-SS-EE(WS-HST-SUB) TO WS-LIA-SS-EE(WS-LIA-SUB)
           ADD WS-HST-SS-ER(WS-HST-SUB) TO WS-LIA-SS-ER(WS-LIA-SUB)
           ADD WS-HST-MED-WAGES(WS-HST-SUB)
             TO WS-LIA-MED-WAGES(WS-LIA-SUB)
           ADD WS-HST-MED-EE(WS-HST-SUB) TO WS-LIA-MED-EE(WS-LIA-SUB)
           ADD WS-HST-MED-ER(WS-HST-SUB) TO WS-LIA-MED-ER(WS-LIA-SUB)
           ADD WS-HST-ADDL-MED-WAGES(WS-HST-SUB)
             TO WS-LIA-ADDL-MED-WAGES(WS-LIA-SUB)
           ADD WS-HST-ADDL-MED(WS-HST-SUB)
             TO WS-LIA-ADDL-MED(WS-LIA-SUB)
           ADD WS-HST-INCOME-TAX(WS-HST-SUB)
             WS-HST-SS-EE(WS-HST-SUB) WS-HST-SS-ER(WS-HST-SUB)
             WS-HST-MED-EE(WS-HST-SUB) WS-HST-MED-ER(WS-HST-SUB)
             TO WS-LIA-TOTAL(WS-LIA-SUB).

       250-WRITE-REPORT.
           MOVE WS-REPORT-QUARTER TO LHD-QUARTER
           MOVE WS-REPORT-YEAR TO LHD-YEAR
           WRITE LIABILITY-LINE FROM LIABILITY-HDR-LINE
           MOVE SPACES TO LIABILITY-LINE
           WRITE LIABILITY-LINE
           IF WS-LIA-PAY-COUNT(4) = 0
               WRITE LIABILITY-LINE FROM LIABILITY-NONE-LINE
           ELSE
               WRITE LIABILITY-LINE FROM LIABILITY-COL-LINE
               PERFORM VARYING WS-LIA-SUB FROM 1 BY 1
                 UNTIL WS-LIA-SUB > 3
                   MOVE SPACES TO LIABILITY-LINE
                   WRITE LIABILITY-LINE
                   COMPUTE LMO-MONTH = WS-FIRST-MONTH + WS-LIA-SUB - 1
                   MOVE WS-LIA-PAY-COUNT(WS-LIA-SUB) TO LMO-PAY-COUNT
                   WRITE LIABILITY-LINE FROM LIABILITY-MONTH-LINE
                   PERFORM 260-WRITE-AMOUNTS
               END-PERFORM
               MOVE SPACES TO LIABILITY-LINE
               WRITE LIABILITY-LINE
               MOVE 4 TO WS-LIA-SUB
               MOVE WS-LIA-PAY-COUNT(4) TO LTH-PAY-COUNT
               WRITE LIABILITY-LINE FROM LIABILITY-TOTAL-HDR-LINE
               PERFORM 260-WRITE-AMOUNTS
           END-IF
           IF WS-DUPLICATE-COUNT > 0
               MOVE SPACES TO LIABILITY-LINE
               WRITE LIABILITY-LINE
               MOVE WS-DUPLICATE-COUNT TO LDP-COUNT
               WRITE LIABILITY-LINE FROM LIABILITY-DUP-LINE
           END-IF.

       *> social security and medicare tax are both shares together,
       *> as the quarterly return reports them
       260-WRITE-AMOUNTS.
           MOVE 'WAGES PAID' TO LAM-LABEL
           MOVE WS-LIA-WAGES(WS-LIA-SUB) TO LAM-BASE
           MOVE ZEROS TO LAM-TAX
           WRITE LIABILITY-LINE FROM LIABILITY-AMOUNT-LINE
           MOVE 'INCOME TAX WITHHELD' TO LAM-LABEL
           MOVE ZEROS TO LAM-BASE
           MOVE WS-LIA-INCOME-TAX(WS-LIA-SUB) TO LAM-TAX
           WRITE LIABILITY-LINE FROM LIABILITY-AMOUNT-LINE
           MOVE 'SOCIAL SECURITY - EMPLOYEE' TO LAM-LABEL
           MOVE WS-LIA-SS-WAGES(WS-LIA-SUB) TO LAM-BASE
           MOVE WS-LIA-SS-EE(WS-LIA-SUB) TO LAM-TAX
           WRITE LIABILITY-LINE FROM LIABILITY-AMOUNT-LINE
           MOVE 'SOCIAL SECURITY - EMPLOYER' TO LAM-LABEL
           MOVE WS-LIA-SS-WAGES(WS-LIA-SUB) TO LAM-BASE
           MOVE WS-LIA-SS-ER(WS-LIA-SUB) TO LAM-TAX
           WRITE LIABILITY-LINE FROM LIABILITY-AMOUNT-LINE
           MOVE 'MEDICARE - EMPLOYEE' TO LAM-LABEL
           MOVE WS-LIA-MED-WAGES(WS-LIA-SUB) TO LAM-BASE
           MOVE WS-LIA-MED-EE(WS-LIA-SUB) TO LAM-TAX
           WRITE LIABILITY-LINE FROM LIABILITY-AMOUNT-LINE
           MOVE '  INCL ADDITIONAL MEDICARE' TO LAM-LABEL
           MOVE WS-LIA-ADDL-MED-WAGES(WS-LIA-SUB) TO LAM-BASE
           MOVE WS-LIA-ADDL-MED(WS-LIA-SUB) TO LAM-TAX
           WRITE LIABILITY-LINE FROM LIABILITY-AMOUNT-LINE
           MOVE 'MEDICARE - EMPLOYER' TO LAM-LABEL
           MOVE WS-LIA-MED-WAGES(WS-LIA-SUB) TO LAM-BASE
           MOVE WS-LIA-MED-ER(WS-LIA-SUB) TO LAM-TAX
           WRITE LIABILITY-LINE FROM LIABILITY-AMOUNT-LINE
           MOVE 'TOTAL TAX LIABILITY' TO LAM-LABEL
           MOVE ZEROS TO LAM-BASE
           MOVE WS-LIA-TOTAL(WS-LIA-SUB) TO LAM-TAX
           WRITE LIABILITY-LINE FROM LIABILITY-AMOUNT-LINE.

       end program TaxLiability.
