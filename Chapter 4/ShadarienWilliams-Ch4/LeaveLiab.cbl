       identification division.
       program-id. LeaveLiab.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPTIONAL LEAVE-LEDGER
       ASSIGN TO 'CH4LEAVE'
       organization IS LINE sequential.

       *> the current salary of each employee - hourly staff are
       *> valued at the rate they were last paid at, carried on the
       *> ledger
       SELECT IN-EMPLOYEE-FILE
       ASSIGN TO 'CH4PAYROLL'
       organization IS LINE sequential.

       *> period-end accrued leave liability for Finance's books
       SELECT LIABILITY-REPORT
       ASSIGN TO 'CH4LEAVELIAB'
       organization IS LINE sequential.

       data division.
       file section.

       FD LEAVE-LEDGER RECORDING MODE IS F.
       01 LEAVE-LEDGER-REC.
         05 LV-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 LV-VAC-BALANCE PIC 9(4)V99.
         05 FILLER PIC X(1).
         05 LV-SICK-BALANCE PIC 9(4)V99.
         05 FILLER PIC X(1).
         05 LV-PAY-RATE PIC 9(3)V99.
         05 FILLER PIC X(1).
         05 LV-LAST-RUN-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 LV-LAST-VAC-ACCRUED PIC 9(2)V99.
         05 FILLER PIC X(1).
         05 LV-LAST-SICK-ACCRUED PIC 9(2)V99.
         05 FILLER PIC X(1).
         05 LV-LAST-PAYOUT-HOURS PIC 9(4)V99.

       FD IN-EMPLOYEE-FILE RECORDING MODE IS F.
       01 EMPLOYEE.
         05 IN-EMPLOYEE-ID PIC X(5).
         05 IN-EMPLOYEE-NAME PIC X(20).
         05 IN-TERR-NO PIC 99.
         05 IN-OFF-NO PIC 99.
         05 IN-ANNSAL PIC 9(6).
         05 IN-SOCSEC-NO PIC 9(9).
         05 IN-NUM-DEPEND PIC 99.
         05 IN-JOB-CLASS PIC 99.
           88 HOURLY-JOB-CLASS VALUES 01, 02.
         05 IN-FILING-STATUS PIC X(1).
         05 IN-EMP-STATUS PIC X(1).
           88 EMP-TERMINATED VALUE 'T'.
         05 FILLER PIC X(30).

       FD LIABILITY-REPORT RECORDING MODE IS F.
       01 LIABILITY-LINE PIC X(80).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-EMP-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-EMPLOYEE-TABLE.
         05 WS-EMP-COUNT PIC 9(3) VALUE ZERO.
         05 WS-EMP-ENTRY OCCURS 500 TIMES.
           10 WS-EMP-ID PIC X(5).
           10 WS-EMP-NAME PIC X(20).
           10 WS-EMP-ANNSAL PIC 9(6).
           10 WS-EMP-JOB-CLASS PIC 99.
             88 WS-EMP-HOURLY VALUES 01, 02.
           10 WS-EMP-STATUS PIC X(1).
             88 WS-EMP-TERMINATED VALUE 'T'.
       01 WS-EMP-SUB PIC 9(3) VALUE ZERO.
       01 WS-EMP-FOUND-SUB PIC 9(3) VALUE ZERO.

       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.
       *> a salaried employee's hourly rate is the salary over the
       *> hours in a working year
       01 WS-HOURS-PER-YEAR PIC 9(4) VALUE 2080.
       01 WS-RATE PIC 9(3)V99 VALUE ZEROS.
       01 WS-VAC-AMT PIC 9(7)V99 VALUE ZEROS.
       01 WS-SICK-AMT PIC 9(7)V99 VALUE ZEROS.

       01 WS-LIABILITY-TOTALS.
         05 WS-LISTED-COUNT PIC 9(5) VALUE ZERO.
         05 WS-TOT-VAC-HOURS PIC 9(7)V99 VALUE ZERO.
         05 WS-TOT-SICK-HOURS PIC 9(7)V99 VALUE ZERO.
         05 WS-TOT-VAC-AMT PIC 9(9)V99 VALUE ZERO.
         05 WS-TOT-SICK-AMT PIC 9(9)V99 VALUE ZERO.
         05 WS-TOT-LEAVE-AMT PIC 9(9)V99 VALUE ZERO.

       01 LIABILITY-HDR-LINE.
         05 FILLER PIC X(34) VALUE
           ' ACCRUED LEAVE LIABILITY AS OF    '.
         05 LHD-RUN-DATE PIC 9(6).
         05 FILLER PIC X(40) VALUE SPACES.

       01 LIABILITY-COL-LINE.
         05 FILLER PIC X(28) VALUE ' EMP NO NAME'.
         05 FILLER PIC X(8) VALUE ' VAC HRS'.
         05 FILLER PIC X(8) VALUE ' SCK HRS'.
         05 FILLER PIC X(7) VALUE '   RATE'.
         05 FILLER PIC X(11) VALUE '   VACATION'.
         05 FILLER PIC X(11) VALUE '       SICK'.
         05 FILLER PIC X(7) VALUE SPACES.

       01 LIABILITY-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 LDT-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 LDT-EMPLOYEE-NAME PIC X(20).
         05 FILLER PIC X(1) VALUE SPACE.
         05 LDT-VAC-HOURS PIC ZZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 LDT-SICK-HOURS PIC ZZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 LDT-RATE PIC ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 LDT-VAC-AMT PIC ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 LDT-SICK-AMT PIC ZZZ,ZZ9.99.
         05 FILLER PIC X(8) VALUE SPACES.

       01 LIABILITY-TOTAL-LINE.
         05 FILLER PIC X(3) VALUE SPACES.
         05 LTT-LABEL PIC X(34).
         05 LTT-HOURS PIC ZZZ,ZZ9.99 BLANK WHEN ZERO.
         05 FILLER PIC X(2) VALUE SPACES.
         05 LTT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(17) VALUE SPACES.

       01 LIABILITY-COUNT-LINE.
         05 FILLER PIC X(37) VALUE '   EMPLOYEES WITH LEAVE BALANCES'.
         05 LCT-COUNT PIC ZZZZ9.
         05 FILLER PIC X(38) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 110-LOAD-EMPLOYEES
           OPEN INPUT LEAVE-LEDGER
             OUTPUT LIABILITY-REPORT
           MOVE WS-RUN-DATE TO LHD-RUN-DATE
           WRITE LIABILITY-LINE FROM LIABILITY-HDR-LINE
           MOVE SPACES TO LIABILITY-LINE
           WRITE LIABILITY-LINE
           WRITE LIABILITY-LINE FROM LIABILITY-COL-LINE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ LEAVE-LEDGER
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-VALUE-ONE-EMPLOYEE
               END-READ
           END-PERFORM
           PERFORM 250-WRITE-TOTALS
           CLOSE LEAVE-LEDGER LIABILITY-REPORT
           STOP RUN.

       110-LOAD-EMPLOYEES.
           OPEN INPUT IN-EMPLOYEE-FILE
           PERFORM UNTIL WS-EMP-MORE-RECORDS = 'NO '
               READ IN-EMPLOYEE-FILE
                   AT END
                       MOVE 'NO ' TO WS-EMP-MORE-RECORDS
                   NOT AT END
                       IF WS-EMP-COUNT = 500
                           DISPLAY 'EMPLOYEE TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-EMP-COUNT
                       MOVE IN-EMPLOYEE-ID TO WS-EMP-ID(WS-EMP-COUNT)
                       MOVE IN-EMPLOYEE-NAME
                         TO WS-EMP-NAME(WS-EMP-COUNT)
                       MOVE IN-ANNSAL TO WS-EMP-ANNSAL(WS-EMP-COUNT)
                       MOVE IN-JOB-CLASS
                         TO WS-EMP-JOB-CLASS(WS-EMP-COUNT)
                       MOVE IN-EMP-STATUS TO WS-EMP-STATUS(WS-EMP-COUNT)
               END-READ
           END-PERFORM
           CLOSE IN-EMPLOYEE-FILE.

       *> vacation is owed until it is paid out on the final check;
       *> sick leave is never paid out, so a terminated employee's
       *> sick hours carry no liability. someone no longer on the
       *> payroll file is valued at the ledger rate
       200-VALUE-ONE-EMPLOYEE.
           MOVE ZEROS TO WS-EMP-FOUND-SUB
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
             UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-ID(WS-EMP-SUB) = LV-EMPLOYEE-ID
                   MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
               END-IF
           END-PERFORM
           MOVE SPACES TO LIABILITY-DETAIL-LINE
           MOVE LV-EMPLOYEE-ID TO LDT-EMPLOYEE-ID
           MOVE LV-PAY-RATE TO WS-RATE
           IF WS-EMP-FOUND-SUB = 0
               MOVE 'NOT ON CH4PAYROLL' TO LDT-EMPLOYEE-NAME
           ELSE
               MOVE WS-EMP-NAME(WS-EMP-FOUND-SUB) TO LDT-EMPLOYEE-NAME
               IF NOT WS-EMP-HOURLY(WS-EMP-FOUND-SUB)
                   COMPUTE WS-RATE ROUNDED =
                     WS-EMP-ANNSAL(WS-EMP-FOUND-SUB) / WS-HOURS-PER-YEAR
               END-IF
           END-IF
           COMPUTE WS-VAC-AMT ROUNDED = LV-VAC-BALANCE * WS-RATE
           COMPUTE WS-SICK-AMT ROUNDED = LV-SICK-BALANCE * WS-RATE
           IF WS-EMP-FOUND-SUB = 0
               MOVE ZEROS TO WS-SICK-AMT
           ELSE
               IF WS-EMP-TERMINATED(WS-EMP-FOUND-SUB)
                   MOVE ZEROS TO WS-SICK-AMT
               END-IF
           END-IF
           IF LV-VAC-BALANCE > 0 OR LV-SICK-BALANCE > 0
               MOVE LV-VAC-BALANCE TO LDT-VAC-HOURS
               MOVE LV-SICK-BALANCE TO LDT-SICK-HOURS
               MOVE WS-RATE TO LDT-RATE
               MOVE WS-VAC-AMT TO LDT-VAC-AMT
               MOVE WS-SICK-AMT TO LDT-SICK-AMT
               WRITE LIABILITY-LINE FROM LIABILITY-DETAIL-LINE
               ADD 1 TO WS-LISTED-COUNT
               ADD LV-VAC-BALANCE TO WS-TOT-VAC-HOURS
               ADD LV-SICK-BALANCE TO WS-TOT-SICK-HOURS
               ADD WS-VAC-AMT TO WS-TOT-VAC-AMT
               ADD WS-SICK-AMT TO WS-TOT-SICK-AMT
           END-IF.

       250-WRITE-TOTALS.
           MOVE SPACES TO LIABILITY-LINE
           WRITE LIABILITY-LINE
           MOVE WS-LISTED-COUNT TO LCT-COUNT
           WRITE LIABILITY-LINE FROM LIABILITY-COUNT-LINE
           MOVE 'ACCRUED VACATION' TO LTT-LABEL
           MOVE WS-TOT-VAC-HOURS TO LTT-HOURS
           MOVE WS-TOT-VAC-AMT TO LTT-AMOUNT
           WRITE LIABILITY-LINE FROM LIABILITY-TOTAL-LINE
           MOVE 'ACCRUED SICK LEAVE' TO LTT-LABEL
           MOVE WS-TOT-SICK-HOURS TO LTT-HOURS
           MOVE WS-TOT-SICK-AMT TO LTT-AMOUNT
           WRITE LIABILITY-LINE FROM LIABILITY-TOTAL-LINE
           ADD WS-TOT-VAC-AMT WS-TOT-SICK-AMT GIVING WS-TOT-LEAVE-AMT
           MOVE 'TOTAL ACCRUED LEAVE LIABILITY' TO LTT-LABEL
           MOVE ZEROS TO LTT-HOURS
           MOVE WS-TOT-LEAVE-AMT TO LTT-AMOUNT
           WRITE LIABILITY-LINE FROM LIABILITY-TOTAL-LINE.

       end program LeaveLiab.
