       ASSIGN TO 'CH4PAYSTUBS'
       organization IS LINE sequential.

       *> state and local withholding codes by territory/office
       SELECT LOCATION-MASTER
       ASSIGN TO 'CH4LOCATIONS'
       organization IS LINE sequential.

       *> organization hierarchy shared with ch6 and ch10 - territory
       *> and office names as of the run date
       SELECT ORG-MASTER
       ASSIGN TO 'CHORGMASTER'
       organization IS LINE sequential.

       SELECT OPTIONAL OPS-LOG-FILE
       ASSIGN TO 'CHOPSLOG'
       ORGANIZATION IS LINE SEQUENTIAL.
       'CH4MATCHFUNDING'
       organization IS LINE sequential.

       *> social security and medicare wages each employee has been
       *> taxed on so far this calendar year - carried run to run so
       *> social security stops at the wage base
       SELECT OPTIONAL FICA-YTD-FILE
       ASSIGN TO 'CH4FICAYTD'
       organization IS LINE sequential.

       *> every pay period's wages, income tax and both FICA shares
       *> per employee, appended each run - the quarterly payroll tax
       *> liability report is built from it
       SELECT OPTIONAL PAY-TAX-HISTORY
       ASSIGN TO 'CH4PAYTAXHIST'
       organization IS LINE sequential.

       *> state and local withholding brackets by jurisdiction and
       *> filing status, with each jurisdiction's dependent exemption
       SELECT OPTIONAL JURIS-TAX-FILE
       ASSIGN TO 'CH4JURISTAX'
       organization IS LINE sequential.

       *> office transfers with the date each takes effect - the
       *> state and local taxes follow the employee from that date
       SELECT OPTIONAL TRANSFER-FILE
       ASSIGN TO 'CH4TRANSFERS'
       organization IS LINE sequential.

       *> each pay period's state and local withholding per employee
       *> and jurisdiction, appended each run - the remittance report
       *> is built from it
       SELECT OPTIONAL JURIS-WH-HISTORY
       ASSIGN TO 'CH4JURISWH'
       organization IS LINE sequential.

       *> final checks Disburse has paid - a terminated employee is
       *> carried into one run only, until the final pay is recorded
       SELECT OPTIONAL FINAL-PAID-FILE
       ASSIGN TO 'CH4FINALPAID'
       organization IS LINE sequential.

       *> vacation and sick hours earned per pay period by job class
       *> and years of service, with the most of each that can be
       *> carried
       SELECT OPTIONAL LEAVE-RATE-FILE
       ASSIGN TO 'CH4LEAVERATES'
       organization IS LINE sequential.

       *> each employee's vacation and sick balances - the period's
       *> accrual is posted each run and the ledger rewritten; leave
       *> taken is posted to it by LeaveUsage
       SELECT OPTIONAL LEAVE-LEDGER
       ASSIGN TO 'CH4LEAVE'
       organization IS LINE sequential.

       data division.
       file section.

      *> household; a blank on an old-format record files as single
         05 IN-FILING-STATUS PIC X(1).
           88 VALID-FILING-STATUS VALUES 'S', 'M', 'H', ' '.
      *> employment status and its effective dates, kept by EmpStatus;
      *> a blank status on an old-format record is active
         05 IN-EMP-STATUS PIC X(1).
           88 EMP-ACTIVE VALUES 'A', ' '.
           88 EMP-TERMINATED VALUE 'T'.
         05 IN-HIRE-DATE PIC 9(6).
         05 IN-TERM-DATE PIC 9(6).
         05 IN-ORIG-HIRE-DATE PIC 9(6).
         05 FILLER PIC X(12).


       FD OUT-SALARY-FILE RECORDING MODE IS F.
         05 LOC-TERR-NAME PIC X(15).
         05 LOC-OFF-NAME PIC X(15).
         05 LOC-MANAGER PIC X(20).
       *> state the office withholds for, and a city or county code
       *> where the office also withholds a local tax
         05 LOC-STATE-CODE PIC X(2).
         05 LOC-LOCAL-CODE PIC X(4).

       FD ORG-MASTER RECORDING MODE IS F.
       01 ORG-MASTER-REC.
         05 ORG-LEVEL PIC X(1).
         05 ORG-CODE PIC X(4).
         05 ORG-EFF-DATE PIC 9(8).
         05 ORG-STATUS PIC X(1).
         05 ORG-PARENT PIC X(4).
         05 ORG-NAME PIC X(20).
         05 ORG-MANAGER PIC X(20).

       FD RUN-CONTROL-FILE RECORDING MODE IS F.
       01 RUN-CONTROL-REC.
       *> old-format one-byte control record leaves the defaults
         05 CTL-MATCH-PCT PIC 9V999.
         05 CTL-MATCH-SALARY-CAP PIC 9(6).
       *> social security annual wage base and the year-to-date wage
       *> threshold for the additional medicare tax
         05 CTL-SS-WAGE-BASE PIC 9(7).
         05 CTL-ADDL-MED-THRESHOLD PIC 9(7).

       FD PAY-STUB-FILE RECORDING MODE IS F.
       01 PAY-STUB-LINE PIC X(80).
         05 NP-WITHHOLDING PIC 9(7)V99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 NP-DEDUCTIONS PIC 9(5)V99.
       *> FICA on the same annual basis as the rest of the record -
       *> the pay period's figure times the periods in the year
         05 FILLER PIC X(1) VALUE SPACE.
         05 NP-SOC-SEC-EE PIC 9(7)V99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 NP-MEDICARE-EE PIC 9(7)V99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 NP-SOC-SEC-ER PIC 9(7)V99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 NP-MEDICARE-ER PIC 9(7)V99.
       *> state and local withholding, annual basis; the codes are
       *> those of the office the employee works in on the pay date
         05 FILLER PIC X(1) VALUE SPACE.
         05 NP-STATE-CODE PIC X(2).
         05 FILLER PIC X(1) VALUE SPACE.
         05 NP-STATE-WH PIC 9(7)V99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 NP-LOCAL-CODE PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 NP-LOCAL-WH PIC 9(7)V99.
       *> F marks a terminated employee's one-time final pay
         05 FILLER PIC X(1) VALUE SPACE.
         05 NP-PAY-TYPE PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 NP-TERM-DATE PIC 9(6).

       *> summary record appended last so the disbursement run can
       *> prove the extract complete before paying from it; its total
         05 TAX-RATE-IN PIC 9V999.


       *> the last-run figures let a rerun of the same day's payroll
       *> back its own wages out before taxing them again
       FD FICA-YTD-FILE RECORDING MODE IS F.
       01 FICA-YTD-REC.
         05 FY-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 FY-YEAR PIC 9(2).
         05 FILLER PIC X(1).
         05 FY-SS-WAGES PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 FY-MED-WAGES PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 FY-LAST-RUN-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 FY-LAST-SS-WAGES PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 FY-LAST-MED-WAGES PIC 9(7)V99.

       *> the highest minimum years of service the employee has met
       *> for the job class is the row that applies
       FD LEAVE-RATE-FILE RECORDING MODE IS F.
       01 LEAVE-RATE-REC.
         05 LR-JOB-CLASS PIC 99.
         05 LR-MIN-YEARS PIC 99.
         05 LR-VAC-HOURS PIC 9(2)V99.
         05 LR-SICK-HOURS PIC 9(2)V99.
         05 LR-VAC-CAP PIC 9(4).
         05 LR-SICK-CAP PIC 9(4).

       *> the pay rate is the hourly rate as of the last run - the
       *> leave liability is valued at it; the last-run figures let a
       *> rerun of the same day's payroll back its own posting out
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

       *> one pay period's figures - medicare employee tax includes
       *> the additional medicare tax, also shown on its own
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

       *> type S state or L local; a blank filing status applies the
       *> bracket to every status
       FD JURIS-TAX-FILE RECORDING MODE IS F.
       01 JURIS-TAX-REC.
         05 JTX-JURIS-TYPE PIC X(1).
         05 JTX-JURIS-CODE PIC X(4).
         05 JTX-FILING-STATUS PIC X(1).
         05 JTX-FROM PIC 9(7).
         05 JTX-TO PIC 9(7).
         05 JTX-RATE PIC 9V9999.
         05 JTX-DEP-EXEMPT PIC 9(5).

       FD TRANSFER-FILE RECORDING MODE IS F.
       01 TRANSFER-REC.
         05 TRF-EMPLOYEE-ID PIC X(5).
         05 TRF-EFFECTIVE-DATE PIC 9(6).
         05 TRF-OLD-TERR-NO PIC 99.
         05 TRF-OLD-OFF-NO PIC 99.
         05 TRF-NEW-TERR-NO PIC 99.
         05 TRF-NEW-OFF-NO PIC 99.

       *> the run time tells a same-day rerun's records from the
       *> earlier run's
       FD JURIS-WH-HISTORY RECORDING MODE IS F.
       01 JURIS-WH-HISTORY-REC.
         05 JWH-RUN-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 JWH-RUN-TIME PIC 9(8).
         05 FILLER PIC X(1).
         05 JWH-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 JWH-JURIS-TYPE PIC X(1).
         05 FILLER PIC X(1).
         05 JWH-JURIS-CODE PIC X(4).
         05 FILLER PIC X(1).
         05 JWH-WAGES PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 JWH-WITHHOLDING PIC 9(7)V99.

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

       FD SSN-MASK-CONTROL RECORDING MODE IS F.
       01 SSN-MASK-CONTROL-REC.
         05 CTL-MASK-FLAG PIC X(1).
         05 CAT-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 CAT-TIME PIC 9(6).
       *> M SSNs masked, U SSNs printed in full, blank no SSNs
         05 FILLER PIC X(1).
         05 CAT-SSN-STATE PIC X(1).

       working-storage section.
       *> run-stamped generation name for this run's report output,
           10 WS-LOC-TERR-NAME PIC X(15).
           10 WS-LOC-OFF-NAME PIC X(15).
           10 WS-LOC-MANAGER PIC X(20).
           10 WS-LOC-STATE-CODE PIC X(2).
           10 WS-LOC-LOCAL-CODE PIC X(4).
       01 WS-LOC-SUB PIC 9(3) VALUE ZERO.
       01 WS-LOC-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-TERR-NAME-HOLD PIC X(15) VALUE SPACES.

       *> organization units in force on the run date - the latest
       *> version of each unit not after that date
       01 WS-ORG-TABLE.
         05 WS-ORG-COUNT PIC 9(3) VALUE ZERO.
         05 WS-ORG-ENTRY OCCURS 300 TIMES.
           10 WS-ORG-LEVEL PIC X(1).
           10 WS-ORG-CODE PIC X(4).
           10 WS-ORG-EFF-DATE PIC 9(8).
           10 WS-ORG-STATUS PIC X(1).
           10 WS-ORG-NAME PIC X(20).
       01 WS-ORG-SUB PIC 9(3) VALUE ZERO.
       01 WS-ORG-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-ORG-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-ORG-FOUND VALUE 'YES'.
       01 WS-ORG-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-ORG-AS-OF PIC 9(8) VALUE ZERO.
       01 WS-ORG-KEY-LEVEL PIC X(1) VALUE SPACE.
       01 WS-ORG-KEY-CODE.
         05 WS-ORG-KEY-TERR PIC X(2) VALUE SPACES.
         05 WS-ORG-KEY-OFF PIC X(2) VALUE SPACES.
       01 WS-OFF-NAME-HOLD PIC X(20) VALUE SPACES.

       *> reported hours keyed by employee id, marked as priced so
       *> leftovers can be reported as unknown-employee exceptions
       01 WS-HOURS-TABLE.
       01 WS-WITHHOLDING-AMT PIC 9(7)V99 VALUE ZERO.
       01 WS-EXEMPTION-AMT PIC 9(5) VALUE ZERO.

       *> FICA - social security and medicare at the same rate for
       *> employee and employer; social security stops once the
       *> year's wages reach the wage base, and the employee alone
       *> pays the additional medicare rate on wages past the
       *> threshold
       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
         05 WS-RUN-YY PIC 9(2).
         05 WS-RUN-MMDD PIC 9(4).
       01 WS-SS-RATE PIC V999 VALUE .062.
       01 WS-MED-RATE PIC V9999 VALUE .0145.
       01 WS-ADDL-MED-RATE PIC V999 VALUE .009.
       01 WS-SS-WAGE-BASE PIC 9(7) VALUE 184500.
       01 WS-ADDL-MED-THRESHOLD PIC 9(7) VALUE 200000.
       01 WS-FICA-WAGES PIC 9(7)V99 VALUE ZEROS.
       01 WS-SS-WAGES PIC 9(7)V99 VALUE ZEROS.
       01 WS-SS-ROOM PIC S9(7)V99 VALUE ZEROS.
       01 WS-ADDL-MED-WAGES PIC 9(7)V99 VALUE ZEROS.
       01 WS-ADDL-MED-OVER PIC S9(7)V99 VALUE ZEROS.
       01 WS-SS-EE-AMT PIC 9(5)V99 VALUE ZEROS.
       01 WS-SS-ER-AMT PIC 9(5)V99 VALUE ZEROS.
       01 WS-MED-EE-AMT PIC 9(5)V99 VALUE ZEROS.
       01 WS-MED-ER-AMT PIC 9(5)V99 VALUE ZEROS.
       01 WS-ADDL-MED-AMT PIC 9(5)V99 VALUE ZEROS.
       01 WS-FICA-EE-ANNUAL PIC 9(7)V99 VALUE ZEROS.
       01 WS-PERIOD-INCOME-TAX PIC 9(7)V99 VALUE ZEROS.

       *> year-to-date FICA wages loaded from CH4FICAYTD, updated as
       *> each employee is paid and rewritten at end of run
       01 WS-FICA-YTD-TABLE.
         05 WS-FY-COUNT PIC 9(3) VALUE ZERO.
         05 WS-FY-ENTRY OCCURS 500 TIMES.
           10 WS-FY-EMPLOYEE-ID PIC X(5).
           10 WS-FY-YEAR PIC 9(2).
           10 WS-FY-SS-WAGES PIC 9(7)V99.
           10 WS-FY-MED-WAGES PIC 9(7)V99.
           10 WS-FY-LAST-RUN-DATE PIC 9(6).
           10 WS-FY-LAST-SS-WAGES PIC 9(7)V99.
           10 WS-FY-LAST-MED-WAGES PIC 9(7)V99.
       01 WS-FY-SUB PIC 9(3) VALUE ZERO.
       01 WS-FY-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-FY-MORE-RECORDS PIC X(3) VALUE 'YES'.

       *> state and local withholding priced on the annual basis the
       *> same way as the federal - graduated brackets on pay less the
       *> jurisdiction's exemption per dependent
       01 WS-JURIS-TAX-TABLE.
         05 WS-JTX-COUNT PIC 9(3) VALUE ZERO.
         05 WS-JTX-ENTRY OCCURS 200 TIMES.
           10 WS-JTX-TYPE PIC X(1).
           10 WS-JTX-CODE PIC X(4).
           10 WS-JTX-STATUS PIC X(1).
           10 WS-JTX-FROM PIC 9(7).
           10 WS-JTX-TO PIC 9(7).
           10 WS-JTX-RATE PIC 9V9999.
           10 WS-JTX-DEP-EXEMPT PIC 9(5).
       01 WS-JTX-SUB PIC 9(3) VALUE ZERO.
       01 WS-JTX-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-JTX-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-JTX-FOUND VALUE 'YES'.
       01 WS-JUR-TYPE-HOLD PIC X(1) VALUE SPACE.
       01 WS-JUR-CODE-HOLD PIC X(4) VALUE SPACES.
       01 WS-JUR-EXEMPTION PIC 9(7) VALUE ZEROS.
       01 WS-JUR-TAXABLE PIC S9(7)V99 VALUE ZEROS.
       01 WS-JUR-PORTION PIC 9(7)V99 VALUE ZEROS.
       01 WS-JUR-ANNUAL-WH PIC 9(7)V99 VALUE ZEROS.
       01 WS-STATE-WH-AMT PIC 9(7)V99 VALUE ZEROS.
       01 WS-LOCAL-WH-AMT PIC 9(7)V99 VALUE ZEROS.
       01 WS-STATE-CODE-HOLD PIC X(2) VALUE SPACES.
       01 WS-LOCAL-CODE-HOLD PIC X(4) VALUE SPACES.
       01 WS-CUR-STATE-CODE PIC X(2) VALUE SPACES.
       01 WS-CUR-LOCAL-CODE PIC X(4) VALUE SPACES.
       01 WS-TERR-HOLD-JUR PIC 99 VALUE ZEROS.
       01 WS-OFF-HOLD-JUR PIC 99 VALUE ZEROS.

       *> transfers loaded from CH4TRANSFERS
       01 WS-TRANSFER-TABLE.
         05 WS-TRF-COUNT PIC 9(3) VALUE ZERO.
         05 WS-TRF-ENTRY OCCURS 200 TIMES.
           10 WS-TRF-EMPLOYEE-ID PIC X(5).
           10 WS-TRF-EFFECTIVE-DATE PIC 9(6).
           10 WS-TRF-OLD-TERR-NO PIC 99.
           10 WS-TRF-OLD-OFF-NO PIC 99.
           10 WS-TRF-NEW-TERR-NO PIC 99.
           10 WS-TRF-NEW-OFF-NO PIC 99.
       01 WS-TRF-SUB PIC 9(3) VALUE ZERO.
       01 WS-TRF-PAST-SUB PIC 9(3) VALUE ZERO.
       01 WS-TRF-FUTURE-SUB PIC 9(3) VALUE ZERO.
       01 WS-TRF-MORE-RECORDS PIC X(3) VALUE 'YES'.

       *> final checks already paid, by employee and termination date
       01 WS-FINAL-PAID-TABLE.
         05 WS-FPD-COUNT PIC 9(3) VALUE ZERO.
         05 WS-FPD-ENTRY OCCURS 500 TIMES.
           10 WS-FPD-EMPLOYEE-ID PIC X(5).
           10 WS-FPD-TERM-DATE PIC 9(6).
       01 WS-FPD-SUB PIC 9(3) VALUE ZERO.
       01 WS-FPD-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-EMP-PAYABLE-SW PIC X(3) VALUE 'YES'.
         88 WS-EMP-PAYABLE VALUE 'YES'.
       01 WS-FINAL-PAY-SW PIC X(3) VALUE 'NO '.
         88 WS-FINAL-PAY VALUE 'YES'.
       01 WS-TERM-SKIP-COUNT PIC 9(5) VALUE ZERO.

       *> leave accrual rates loaded from CH4LEAVERATES
       01 WS-LEAVE-RATE-TABLE.
         05 WS-LR-COUNT PIC 9(3) VALUE ZERO.
         05 WS-LR-ENTRY OCCURS 100 TIMES.
           10 WS-LR-JOB-CLASS PIC 99.
           10 WS-LR-MIN-YEARS PIC 99.
           10 WS-LR-VAC-HOURS PIC 9(2)V99.
           10 WS-LR-SICK-HOURS PIC 9(2)V99.
           10 WS-LR-VAC-CAP PIC 9(4).
           10 WS-LR-SICK-CAP PIC 9(4).
       01 WS-LR-SUB PIC 9(3) VALUE ZERO.
       01 WS-LR-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-LR-MORE-RECORDS PIC X(3) VALUE 'YES'.

       *> leave balances loaded from CH4LEAVE, posted as each
       *> employee is paid and rewritten at end of run
       01 WS-LEAVE-TABLE.
         05 WS-LV-COUNT PIC 9(3) VALUE ZERO.
         05 WS-LV-ENTRY OCCURS 500 TIMES.
           10 WS-LV-EMPLOYEE-ID PIC X(5).
           10 WS-LV-VAC-BALANCE PIC 9(4)V99.
           10 WS-LV-SICK-BALANCE PIC 9(4)V99.
           10 WS-LV-PAY-RATE PIC 9(3)V99.
           10 WS-LV-LAST-RUN-DATE PIC 9(6).
           10 WS-LV-LAST-VAC-ACCRUED PIC 9(2)V99.
           10 WS-LV-LAST-SICK-ACCRUED PIC 9(2)V99.
           10 WS-LV-LAST-PAYOUT-HOURS PIC 9(4)V99.
       01 WS-LV-SUB PIC 9(3) VALUE ZERO.
       01 WS-LV-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-LV-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-SERVICE-DAYS PIC 9(6) VALUE ZEROS.
       01 WS-SERVICE-YEARS PIC 9(2) VALUE ZEROS.
       01 WS-HIRE-DAY-NO PIC 9(6) VALUE ZEROS.
       01 WS-VAC-ACCRUED PIC 9(2)V99 VALUE ZEROS.
       01 WS-SICK-ACCRUED PIC 9(2)V99 VALUE ZEROS.
       *> a salaried employee's hourly rate is the salary over the
       *> hours in a working year
       01 WS-HOURS-PER-YEAR PIC 9(4) VALUE 2080.
       01 WS-LEAVE-PAYOUT PIC 9(5)V99 VALUE ZEROS.
       01 WS-NOT-STARTED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-FINAL-PAY-COUNT PIC 9(5) VALUE ZERO.

       *> the pay period is the fourteen days ending on the run date;
       *> a transfer inside it splits the period's days between the
       *> old office and the new one
       01 WS-PERIOD-DAYS PIC 9(2) VALUE 14.
       01 WS-RUN-DAY-NO PIC 9(6) VALUE ZEROS.
       01 WS-EFF-DAY-NO PIC 9(6) VALUE ZEROS.
       01 WS-NEW-DAYS PIC S9(6) VALUE ZEROS.
       01 WS-OLD-DAYS PIC 9(2) VALUE ZEROS.
       01 WS-SHARE-DAYS PIC 9(2) VALUE ZEROS.
       01 WS-WORK-DATE PIC 9(6) VALUE ZEROS.
       01 WS-WORK-DATE-SPLIT REDEFINES WS-WORK-DATE.
         05 WS-WORK-YY PIC 9(2).
         05 WS-WORK-MM PIC 9(2).
         05 WS-WORK-DD PIC 9(2).
       01 WS-TAX-TERR-NO PIC 99 VALUE ZEROS.
       01 WS-TAX-OFF-NO PIC 99 VALUE ZEROS.
       01 WS-OLD-TERR-NO PIC 99 VALUE ZEROS.
       01 WS-OLD-OFF-NO PIC 99 VALUE ZEROS.

       *> each state or local share of the period - at most a state
       *> and a local tax for each of two offices
       01 WS-JURIS-PART-TABLE.
         05 WS-JP-COUNT PIC 9(1) VALUE ZERO.
         05 WS-JP-ENTRY OCCURS 4 TIMES.
           10 WS-JP-TYPE PIC X(1).
           10 WS-JP-CODE PIC X(4).
           10 WS-JP-DAYS PIC 9(2).
           10 WS-JP-ANNUAL-WH PIC 9(7)V99.
           10 WS-JP-PERIOD-WAGES PIC 9(7)V99.
           10 WS-JP-PERIOD-WH PIC 9(7)V99.
       01 WS-JP-SUB PIC 9(1) VALUE ZERO.
       01 WS-RUN-TIME-HOLD PIC 9(8) VALUE ZEROS.
       01 WS-JWH-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-STUB-MODE PIC X(1) VALUE 'N'.
         88 WS-STUB-MODE-ON VALUE 'Y'.

         05 STUB-TERR-NO PIC 99.
         05 FILLER PIC X(10) VALUE '  OFFICE: '.
         05 STUB-OFF-NO PIC 99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 STUB-OFF-NAME PIC X(20).
         05 FILLER PIC X(33) VALUE SPACES.

       01 STUB-SALARY-LINE.
         05 FILLER PIC X(20) VALUE 'ANNUAL SALARY:      '.
         05 STUB-SALARY PIC $$$$,$$9.
         05 FILLER PIC X(52) VALUE SPACES.

       01 STUB-LEAVE-LINE.
         05 FILLER PIC X(20) VALUE 'VACATION HOURS:     '.
         05 STUB-VAC-BALANCE PIC ZZZ9.99.
         05 FILLER PIC X(15) VALUE '   SICK HOURS: '.
         05 STUB-SICK-BALANCE PIC ZZZ9.99.
         05 FILLER PIC X(31) VALUE SPACES.

       01 STUB-PAYOUT-LINE.
         05 FILLER PIC X(20) VALUE 'VACATION PAYOUT:    '.
         05 STUB-PAYOUT-HOURS PIC ZZZ9.99.
         05 FILLER PIC X(8) VALUE ' HRS AT '.
         05 STUB-PAYOUT-RATE PIC ZZ9.99.
         05 FILLER PIC X(3) VALUE ' = '.
         05 STUB-PAYOUT-AMT PIC $$$,$$9.99.
         05 FILLER PIC X(25) VALUE SPACES.

       01 STUB-DEPEND-LINE.
         05 FILLER PIC X(20) VALUE 'DEPENDENTS CLAIMED: '.
         05 STUB-NUM-DEPEND PIC Z9.
         05 STUB-BRACKET-RATE PIC 9.999.
         05 FILLER PIC X(34) VALUE SPACES.

       01 STUB-FICA-WAGES-LINE.
         05 FILLER PIC X(20) VALUE 'PERIOD FICA WAGES:  '.
         05 STUB-FICA-WAGES PIC $$$$,$$9.99.
         05 FILLER PIC X(11) VALUE '  YTD SS:  '.
         05 STUB-YTD-SS-WAGES PIC $$,$$$,$$9.99.
         05 FILLER PIC X(25) VALUE SPACES.

       01 STUB-SOC-SEC-LINE.
         05 FILLER PIC X(20) VALUE 'SOCIAL SECURITY:    '.
         05 STUB-SS-EE PIC $$$$,$$9.99.
         05 FILLER PIC X(17) VALUE '  EMPLOYER SHARE:'.
         05 STUB-SS-ER PIC $$$$,$$9.99.
         05 FILLER PIC X(21) VALUE SPACES.

       01 STUB-MEDICARE-LINE.
         05 FILLER PIC X(20) VALUE 'MEDICARE:           '.
         05 STUB-MED-EE PIC $$$$,$$9.99.
         05 FILLER PIC X(17) VALUE '  EMPLOYER SHARE:'.
         05 STUB-MED-ER PIC $$$$,$$9.99.
         05 FILLER PIC X(21) VALUE SPACES.

       01 STUB-JURIS-LINE.
         05 STUB-JURIS-LABEL PIC X(20).
         05 STUB-JURIS-CODE PIC X(4).
         05 FILLER PIC X(1) VALUE SPACE.
         05 STUB-JURIS-WH PIC $$$$,$$9.99.
         05 FILLER PIC X(6) VALUE '  FOR '.
         05 STUB-JURIS-DAYS PIC Z9.
         05 FILLER PIC X(12) VALUE ' PERIOD DAYS'.
         05 FILLER PIC X(24) VALUE SPACES.

       01 STUB-FINAL-PAY-LINE.
         05 FILLER PIC X(20) VALUE 'FINAL PAY - TERM:   '.
         05 STUB-TERM-DATE PIC 9(6).
         05 FILLER PIC X(54) VALUE SPACES.

       01 STUB-ADDL-MED-LINE.
         05 FILLER PIC X(20) VALUE '  INCL ADDL MEDICARE'.
         05 STUB-ADDL-MED PIC $$$$,$$9.99.
         05 FILLER PIC X(49) VALUE SPACES.

       *> deduction amounts loaded from the deduction master, keyed by
       *> employee id
       01 WS-DEDUCTION-TABLE.
       100-MAIN-MODULE.
           ACCEPT WS-OPS-START-TIME FROM TIME
           PERFORM 102-LOAD-LOCATIONS
           PERFORM 118-LOAD-ORG-MASTER
           PERFORM 103-LOAD-RUN-CONTROLS
           PERFORM 980-LOAD-SSN-MASK
           PERFORM 104-LOAD-SALARY-BANDS
           PERFORM 105-LOAD-DEDUCTIONS
           PERFORM 106-LOAD-HOURS
           PERFORM 109-LOAD-TAX-TABLE
           PERFORM 108-LOAD-FICA-YTD
           PERFORM 101-LOAD-JURIS-TAX
           PERFORM 111-LOAD-TRANSFERS
           PERFORM 113-LOAD-FINAL-PAID
           PERFORM 114-LOAD-LEAVE-RATES
           PERFORM 117-LOAD-LEAVE-LEDGER
           PERFORM 890-BUILD-GEN-NAME
           PERFORM 110-STARTUP-MODULE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           END-PERFORM
           PERFORM 280-REPORT-UNUSED-HOURS
           PERFORM 270-WRITE-GRAND-TOTAL
           PERFORM 290-WRITE-FICA-YTD
           PERFORM 291-WRITE-LEAVE-LEDGER
           *>> CLOSE ALL FILES
           CLOSE IN-EMPLOYEE-FILE OUT-SALARY-FILE OUT-EXCEPTION-FILE
             MATCH-FUNDING-RPT NET-PAY-EXTRACT PAY-TAX-HISTORY
             JURIS-WH-HISTORY
           IF WS-STUB-MODE-ON
               CLOSE PAY-STUB-FILE
           END-IF
           PERFORM 900-WRITE-OPS-LOG
           DISPLAY 'FINAL PAY: ' WS-FINAL-PAY-COUNT
             ' TERMINATED, ALREADY PAID: ' WS-TERM-SKIP-COUNT
             ' NOT YET STARTED: ' WS-NOT-STARTED-COUNT
           DISPLAY 'END OF JOB'
           STOP RUN.

                         TO WS-LOC-OFF-NAME(WS-LOC-COUNT)
                       MOVE LOC-MANAGER
                         TO WS-LOC-MANAGER(WS-LOC-COUNT)
                       MOVE LOC-STATE-CODE
                         TO WS-LOC-STATE-CODE(WS-LOC-COUNT)
                       MOVE LOC-LOCAL-CODE
                         TO WS-LOC-LOCAL-CODE(WS-LOC-COUNT)
               END-READ
           END-PERFORM
           CLOSE LOCATION-MASTER.

       *> keeps, per unit, the latest version not after the run
       *> date; a closed version leaves the unit off the hierarchy
       118-LOAD-ORG-MASTER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ORG-AS-OF
           OPEN INPUT ORG-MASTER
           PERFORM UNTIL WS-ORG-MORE-RECORDS = 'NO '
               READ ORG-MASTER
                   AT END
                       MOVE 'NO ' TO WS-ORG-MORE-RECORDS
                   NOT AT END
                       IF ORG-EFF-DATE NOT > WS-ORG-AS-OF
                           PERFORM 119-FILE-ORG-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-MASTER.

       119-FILE-ORG-VERSION.
           MOVE 'NO ' TO WS-ORG-FOUND-SW
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
             UNTIL WS-ORG-SUB > WS-ORG-COUNT
               IF WS-ORG-LEVEL(WS-ORG-SUB) = ORG-LEVEL
                 AND WS-ORG-CODE(WS-ORG-SUB) = ORG-CODE
                   SET WS-ORG-FOUND TO TRUE
                   MOVE WS-ORG-SUB TO WS-ORG-FOUND-SUB
                   MOVE WS-ORG-COUNT TO WS-ORG-SUB
               END-IF
           END-PERFORM
           IF NOT WS-ORG-FOUND
               IF WS-ORG-COUNT = 300
                   DISPLAY 'ORG TABLE FULL - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ORG-COUNT
               MOVE WS-ORG-COUNT TO WS-ORG-FOUND-SUB
               MOVE ZERO TO WS-ORG-EFF-DATE(WS-ORG-FOUND-SUB)
           END-IF
           IF ORG-EFF-DATE NOT < WS-ORG-EFF-DATE(WS-ORG-FOUND-SUB)
               MOVE ORG-LEVEL TO WS-ORG-LEVEL(WS-ORG-FOUND-SUB)
               MOVE ORG-CODE TO WS-ORG-CODE(WS-ORG-FOUND-SUB)
               MOVE ORG-EFF-DATE TO WS-ORG-EFF-DATE(WS-ORG-FOUND-SUB)
               MOVE ORG-STATUS TO WS-ORG-STATUS(WS-ORG-FOUND-SUB)
               MOVE ORG-NAME TO WS-ORG-NAME(WS-ORG-FOUND-SUB)
           END-IF.

       240-FIND-TERR-NAME.
           MOVE 'T' TO WS-ORG-KEY-LEVEL
           MOVE WS-TERR-HOLD TO WS-ORG-KEY-TERR
           MOVE SPACES TO WS-ORG-KEY-OFF
           PERFORM 241-FIND-ORG-UNIT
           IF WS-ORG-FOUND
               MOVE WS-ORG-NAME(WS-ORG-FOUND-SUB) TO WS-TERR-NAME-HOLD
           ELSE
               MOVE '*NOT ON ORG*' TO WS-TERR-NAME-HOLD
           END-IF.

       *> is WS-ORG-KEY-LEVEL / WS-ORG-KEY-CODE in force on the run
       *> date
       241-FIND-ORG-UNIT.
           MOVE 'NO ' TO WS-ORG-FOUND-SW
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
             UNTIL WS-ORG-SUB > WS-ORG-COUNT
               IF WS-ORG-LEVEL(WS-ORG-SUB) = WS-ORG-KEY-LEVEL
                 AND WS-ORG-CODE(WS-ORG-SUB) = WS-ORG-KEY-CODE
                 AND WS-ORG-STATUS(WS-ORG-SUB) = 'A'
                   SET WS-ORG-FOUND TO TRUE
                   MOVE WS-ORG-SUB TO WS-ORG-FOUND-SUB
                   MOVE WS-ORG-COUNT TO WS-ORG-SUB
               END-IF
           END-PERFORM.

       *> an office missing from the hierarchy is still paid but is
       *> listed on the exceptions file for the org master to be fixed
       242-CHECK-ORG-OFFICE.
           MOVE 'O' TO WS-ORG-KEY-LEVEL
           MOVE IN-TERR-NO TO WS-ORG-KEY-TERR
           MOVE IN-OFF-NO TO WS-ORG-KEY-OFF
           PERFORM 241-FIND-ORG-UNIT
           IF WS-ORG-FOUND
               MOVE WS-ORG-NAME(WS-ORG-FOUND-SUB) TO WS-OFF-NAME-HOLD
           ELSE
               MOVE '*NOT ON ORG*' TO WS-OFF-NAME-HOLD
               MOVE SPACES TO EXCEPTION-REC
               MOVE IN-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
               MOVE IN-EMPLOYEE-NAME TO EXC-EMPLOYEE-NAME
               MOVE IN-JOB-CLASS TO EXC-JOB-CLASS
               MOVE 'OFFICE NOT ON ORG HIERARCHY' TO EXC-REASON
               WRITE EXCEPTION-REC
           END-IF.

       103-LOAD-RUN-CONTROLS.
           OPEN INPUT RUN-CONTROL-FILE
           READ RUN-CONTROL-FILE
                       MOVE CTL-MATCH-SALARY-CAP
                         TO WS-MATCH-SALARY-CAP
                   END-IF
                   IF CTL-SS-WAGE-BASE NUMERIC
                     AND CTL-SS-WAGE-BASE > 0
                       MOVE CTL-SS-WAGE-BASE TO WS-SS-WAGE-BASE
                   END-IF
                   IF CTL-ADDL-MED-THRESHOLD NUMERIC
                     AND CTL-ADDL-MED-THRESHOLD > 0
                       MOVE CTL-ADDL-MED-THRESHOLD
                         TO WS-ADDL-MED-THRESHOLD
                   END-IF
           END-READ
           CLOSE RUN-CONTROL-FILE.

           END-PERFORM
           CLOSE TAX-TABLE-FILE.

       108-LOAD-FICA-YTD.
           ACCEPT WS-RUN-DATE FROM DATE
           OPEN INPUT FICA-YTD-FILE
           PERFORM UNTIL WS-FY-MORE-RECORDS = 'NO '
               READ FICA-YTD-FILE
                   AT END
                       MOVE 'NO ' TO WS-FY-MORE-RECORDS
                   NOT AT END
                       IF WS-FY-COUNT = 500
                           DISPLAY 'FICA YTD TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FY-COUNT
                       MOVE FY-EMPLOYEE-ID
                         TO WS-FY-EMPLOYEE-ID(WS-FY-COUNT)
                       MOVE FY-YEAR TO WS-FY-YEAR(WS-FY-COUNT)
                       MOVE FY-SS-WAGES TO WS-FY-SS-WAGES(WS-FY-COUNT)
                       MOVE FY-MED-WAGES
                         TO WS-FY-MED-WAGES(WS-FY-COUNT)
                       MOVE FY-LAST-RUN-DATE
                         TO WS-FY-LAST-RUN-DATE(WS-FY-COUNT)
                       MOVE FY-LAST-SS-WAGES
                         TO WS-FY-LAST-SS-WAGES(WS-FY-COUNT)
                       MOVE FY-LAST-MED-WAGES
                         TO WS-FY-LAST-MED-WAGES(WS-FY-COUNT)
               END-READ
           END-PERFORM
           CLOSE FICA-YTD-FILE.

       101-LOAD-JURIS-TAX.
           OPEN INPUT JURIS-TAX-FILE
           PERFORM UNTIL WS-JTX-MORE-RECORDS = 'NO '
               READ JURIS-TAX-FILE
                   AT END
                       MOVE 'NO ' TO WS-JTX-MORE-RECORDS
                   NOT AT END
                       IF WS-JTX-COUNT = 200
                           DISPLAY 'JURIS TAX TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-JTX-COUNT
                       MOVE JTX-JURIS-TYPE TO WS-JTX-TYPE(WS-JTX-COUNT)
                       MOVE JTX-JURIS-CODE TO WS-JTX-CODE(WS-JTX-COUNT)
                       MOVE JTX-FILING-STATUS
                         TO WS-JTX-STATUS(WS-JTX-COUNT)
                       MOVE JTX-FROM TO WS-JTX-FROM(WS-JTX-COUNT)
                       MOVE JTX-TO TO WS-JTX-TO(WS-JTX-COUNT)
                       MOVE JTX-RATE TO WS-JTX-RATE(WS-JTX-COUNT)
                       MOVE JTX-DEP-EXEMPT
                         TO WS-JTX-DEP-EXEMPT(WS-JTX-COUNT)
               END-READ
           END-PERFORM
           CLOSE JURIS-TAX-FILE.

       111-LOAD-TRANSFERS.
           OPEN INPUT TRANSFER-FILE
           PERFORM UNTIL WS-TRF-MORE-RECORDS = 'NO '
               READ TRANSFER-FILE
                   AT END
                       MOVE 'NO ' TO WS-TRF-MORE-RECORDS
                   NOT AT END
                       IF WS-TRF-COUNT = 200
                           DISPLAY 'TRANSFER TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TRF-COUNT
                       MOVE TRF-EMPLOYEE-ID
                         TO WS-TRF-EMPLOYEE-ID(WS-TRF-COUNT)
                       MOVE TRF-EFFECTIVE-DATE
                         TO WS-TRF-EFFECTIVE-DATE(WS-TRF-COUNT)
                       MOVE TRF-OLD-TERR-NO
                         TO WS-TRF-OLD-TERR-NO(WS-TRF-COUNT)
                       MOVE TRF-OLD-OFF-NO
                         TO WS-TRF-OLD-OFF-NO(WS-TRF-COUNT)
                       MOVE TRF-NEW-TERR-NO
                         TO WS-TRF-NEW-TERR-NO(WS-TRF-COUNT)
                       MOVE TRF-NEW-OFF-NO
                         TO WS-TRF-NEW-OFF-NO(WS-TRF-COUNT)
               END-READ
           END-PERFORM
           CLOSE TRANSFER-FILE
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           COMPUTE WS-RUN-DAY-NO =
             WS-WORK-YY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
           PERFORM 112-SET-RUN-STAMP.

       *> the run time stamps this run's withholding history; a rerun
       *> inside the same instant still gets a later stamp than the
       *> run before it, so the remittance report can tell them apart
       112-SET-RUN-STAMP.
           MOVE WS-OPS-START-TIME TO WS-RUN-TIME-HOLD
           OPEN INPUT JURIS-WH-HISTORY
           PERFORM UNTIL WS-JWH-MORE-RECORDS = 'NO '
               READ JURIS-WH-HISTORY
                   AT END
                       MOVE 'NO ' TO WS-JWH-MORE-RECORDS
                   NOT AT END
                       IF JWH-RUN-DATE = WS-RUN-DATE
                         AND JWH-RUN-TIME NOT < WS-RUN-TIME-HOLD
                           COMPUTE WS-RUN-TIME-HOLD = JWH-RUN-TIME + 1
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JURIS-WH-HISTORY.

       113-LOAD-FINAL-PAID.
           OPEN INPUT FINAL-PAID-FILE
           PERFORM UNTIL WS-FPD-MORE-RECORDS = 'NO '
               READ FINAL-PAID-FILE
                   AT END
                       MOVE 'NO ' TO WS-FPD-MORE-RECORDS
                   NOT AT END
                       IF WS-FPD-COUNT = 500
                           DISPLAY 'FINAL PAY TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FPD-COUNT
                       MOVE FPD-EMPLOYEE-ID
                         TO WS-FPD-EMPLOYEE-ID(WS-FPD-COUNT)
                       MOVE FPD-TERM-DATE
                         TO WS-FPD-TERM-DATE(WS-FPD-COUNT)
               END-READ
           END-PERFORM
           CLOSE FINAL-PAID-FILE.

       114-LOAD-LEAVE-RATES.
           OPEN INPUT LEAVE-RATE-FILE
           PERFORM UNTIL WS-LR-MORE-RECORDS = 'NO '
               READ LEAVE-RATE-FILE
                   AT END
                       MOVE 'NO ' TO WS-LR-MORE-RECORDS
                   NOT AT END
                       IF WS-LR-COUNT = 100
                           DISPLAY 'LEAVE RATE TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LR-COUNT
                       MOVE LR-JOB-CLASS TO WS-LR-JOB-CLASS(WS-LR-COUNT)
                       MOVE LR-MIN-YEARS TO WS-LR-MIN-YEARS(WS-LR-COUNT)
                       MOVE LR-VAC-HOURS TO WS-LR-VAC-HOURS(WS-LR-COUNT)
                       MOVE LR-SICK-HOURS
                         TO WS-LR-SICK-HOURS(WS-LR-COUNT)
                       MOVE LR-VAC-CAP TO WS-LR-VAC-CAP(WS-LR-COUNT)
                       MOVE LR-SICK-CAP TO WS-LR-SICK-CAP(WS-LR-COUNT)
               END-READ
           END-PERFORM
           CLOSE LEAVE-RATE-FILE.

       117-LOAD-LEAVE-LEDGER.
           OPEN INPUT LEAVE-LEDGER
           PERFORM UNTIL WS-LV-MORE-RECORDS = 'NO '
               READ LEAVE-LEDGER
                   AT END
                       MOVE 'NO ' TO WS-LV-MORE-RECORDS
                   NOT AT END
                       IF WS-LV-COUNT = 500
                           DISPLAY 'LEAVE TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LV-COUNT
                       MOVE LV-EMPLOYEE-ID
                         TO WS-LV-EMPLOYEE-ID(WS-LV-COUNT)
                       MOVE LV-VAC-BALANCE
                         TO WS-LV-VAC-BALANCE(WS-LV-COUNT)
                       MOVE LV-SICK-BALANCE
                         TO WS-LV-SICK-BALANCE(WS-LV-COUNT)
                       MOVE LV-PAY-RATE TO WS-LV-PAY-RATE(WS-LV-COUNT)
                       MOVE LV-LAST-RUN-DATE
                         TO WS-LV-LAST-RUN-DATE(WS-LV-COUNT)
                       MOVE LV-LAST-VAC-ACCRUED
                         TO WS-LV-LAST-VAC-ACCRUED(WS-LV-COUNT)
                       MOVE LV-LAST-SICK-ACCRUED
                         TO WS-LV-LAST-SICK-ACCRUED(WS-LV-COUNT)
                       MOVE LV-LAST-PAYOUT-HOURS
                         TO WS-LV-LAST-PAYOUT-HOURS(WS-LV-COUNT)
               END-READ
           END-PERFORM
           CLOSE LEAVE-LEDGER.

       107-FIND-HOURS.
           MOVE 'NO ' TO WS-HRS-FOUND-SW
           MOVE ZEROS TO WS-HRS-FOUND-SUB
             OUTPUT OUT-EXCEPTION-FILE
             OUTPUT MATCH-FUNDING-RPT
             OUTPUT NET-PAY-EXTRACT
           OPEN EXTEND PAY-TAX-HISTORY
           OPEN EXTEND JURIS-WH-HISTORY
           MOVE WS-MATCH-PCT TO MFH-PCT
           WRITE MATCH-FUNDING-LINE FROM MATCH-HDR-LINE
           WRITE MATCH-FUNDING-LINE FROM MATCH-COL-LINE
                   PERFORM 260-TERR-CONTROL-BREAK
           END-EVALUATE

           PERFORM 212-CHECK-EMP-STATUS
           IF NOT WS-EMP-PAYABLE
               CONTINUE
           ELSE
           IF NOT VALID-JOB-CLASS
               PERFORM 215-REPORT-JOB-CLASS-EXCEPTION
           ELSE
           IF NOT WS-BAND-OK
               PERFORM 219-REPORT-BAND-EXCEPTION
           ELSE
               PERFORM 242-CHECK-ORG-OFFICE
               PERFORM 217-POST-LEAVE
               IF LINE-COUNT < 60
                   CONTINUE
               ELSE
               MOVE IN-NUM-DEPEND to OUT-NUM-DEP
               MOVE IN-JOB-CLASS to out-job-class
               PERFORM 225-CALC-WITHHOLDING
               PERFORM 227-CALC-FICA
               PERFORM 220-CALC-STATE-LOCAL
               PERFORM 230-CALC-NET-PAY
               IF WS-STUB-MODE-ON
                   PERFORM 235-WRITE-PAY-STUB
               ADD WS-EMP-NET-PAY TO WS-NET-TOTAL
           END-IF
           END-IF
           END-IF
           END-IF.

       *> a terminated employee is paid once more - the final pay -
       *> in the first run on or after the termination date, then
       *> drops out; a hire keyed ahead is not paid before it starts
       212-CHECK-EMP-STATUS.
           MOVE 'YES' TO WS-EMP-PAYABLE-SW
           MOVE 'NO ' TO WS-FINAL-PAY-SW
           EVALUATE TRUE
               WHEN EMP-TERMINATED
                 AND IN-TERM-DATE NOT > WS-RUN-DATE
                   SET WS-FINAL-PAY TO TRUE
                   PERFORM VARYING WS-FPD-SUB FROM 1 BY 1
                     UNTIL WS-FPD-SUB > WS-FPD-COUNT
                       IF WS-FPD-EMPLOYEE-ID(WS-FPD-SUB)
                         = IN-EMPLOYEE-ID
                         AND WS-FPD-TERM-DATE(WS-FPD-SUB) = IN-TERM-DATE
                           MOVE 'NO ' TO WS-EMP-PAYABLE-SW
                           MOVE WS-FPD-COUNT TO WS-FPD-SUB
                       END-IF
                   END-PERFORM
                   IF NOT WS-EMP-PAYABLE
                       ADD 1 TO WS-TERM-SKIP-COUNT
                   END-IF
               WHEN EMP-TERMINATED
                   CONTINUE
               WHEN NOT EMP-ACTIVE
                   MOVE 'NO ' TO WS-EMP-PAYABLE-SW
                   ADD 1 TO WS-OPS-REJ-COUNT
                   MOVE SPACES TO EXCEPTION-REC
                   MOVE IN-EMPLOYEE-ID TO EXC-EMPLOYEE-ID
                   MOVE IN-EMPLOYEE-NAME TO EXC-EMPLOYEE-NAME
                   MOVE IN-JOB-CLASS TO EXC-JOB-CLASS
                   MOVE 'INVALID EMPLOYMENT STATUS' TO EXC-REASON
                   WRITE EXCEPTION-REC
               WHEN IN-HIRE-DATE NUMERIC
                 AND IN-HIRE-DATE > WS-RUN-DATE
                   MOVE 'NO ' TO WS-EMP-PAYABLE-SW
                   ADD 1 TO WS-NOT-STARTED-COUNT
           END-EVALUATE.

       *> this period's vacation and sick hours are earned at the
       *> job class's rate for the years of service, up to each cap;
       *> a second run on the same day takes the first run's posting
       *> back out first. final pay cashes out the vacation balance
       *> at the current rate as part of the period's gross, so it is
       *> taxed and disbursed with the rest of the final pay
       217-POST-LEAVE.
           PERFORM 214-FIND-LEAVE-LEDGER
           IF WS-LV-LAST-RUN-DATE(WS-LV-FOUND-SUB) = WS-RUN-DATE
               ADD WS-LV-LAST-PAYOUT-HOURS(WS-LV-FOUND-SUB)
                 TO WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB)
               IF WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB) >
                 WS-LV-LAST-VAC-ACCRUED(WS-LV-FOUND-SUB)
                   SUBTRACT WS-LV-LAST-VAC-ACCRUED(WS-LV-FOUND-SUB)
                     FROM WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB)
               ELSE
                   MOVE ZEROS TO WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB)
               END-IF
               IF WS-LV-SICK-BALANCE(WS-LV-FOUND-SUB) >
                 WS-LV-LAST-SICK-ACCRUED(WS-LV-FOUND-SUB)
                   SUBTRACT WS-LV-LAST-SICK-ACCRUED(WS-LV-FOUND-SUB)
                     FROM WS-LV-SICK-BALANCE(WS-LV-FOUND-SUB)
               ELSE
                   MOVE ZEROS TO WS-LV-SICK-BALANCE(WS-LV-FOUND-SUB)
               END-IF
           END-IF
           PERFORM 213-FIND-LEAVE-RATE
           MOVE ZEROS TO WS-VAC-ACCRUED WS-SICK-ACCRUED
           IF WS-LR-FOUND-SUB > 0
               IF WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB) <
                 WS-LR-VAC-CAP(WS-LR-FOUND-SUB)
                   COMPUTE WS-VAC-ACCRUED =
                     WS-LR-VAC-CAP(WS-LR-FOUND-SUB) -
                     WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB)
                   IF WS-VAC-ACCRUED > WS-LR-VAC-HOURS(WS-LR-FOUND-SUB)
                       MOVE WS-LR-VAC-HOURS(WS-LR-FOUND-SUB)
                         TO WS-VAC-ACCRUED
                   END-IF
               END-IF
               IF WS-LV-SICK-BALANCE(WS-LV-FOUND-SUB) <
                 WS-LR-SICK-CAP(WS-LR-FOUND-SUB)
                   COMPUTE WS-SICK-ACCRUED =
                     WS-LR-SICK-CAP(WS-LR-FOUND-SUB) -
                     WS-LV-SICK-BALANCE(WS-LV-FOUND-SUB)
                   IF WS-SICK-ACCRUED >
                     WS-LR-SICK-HOURS(WS-LR-FOUND-SUB)
                       MOVE WS-LR-SICK-HOURS(WS-LR-FOUND-SUB)
                         TO WS-SICK-ACCRUED
                   END-IF
               END-IF
           END-IF
           ADD WS-VAC-ACCRUED TO WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB)
           ADD WS-SICK-ACCRUED TO WS-LV-SICK-BALANCE(WS-LV-FOUND-SUB)
           MOVE WS-VAC-ACCRUED
             TO WS-LV-LAST-VAC-ACCRUED(WS-LV-FOUND-SUB)
           MOVE WS-SICK-ACCRUED
             TO WS-LV-LAST-SICK-ACCRUED(WS-LV-FOUND-SUB)
           MOVE WS-RUN-DATE TO WS-LV-LAST-RUN-DATE(WS-LV-FOUND-SUB)
           IF HOURLY-JOB-CLASS
               MOVE WS-HRS-RATE(WS-HRS-FOUND-SUB)
                 TO WS-LV-PAY-RATE(WS-LV-FOUND-SUB)
           ELSE
               COMPUTE WS-LV-PAY-RATE(WS-LV-FOUND-SUB) ROUNDED =
                 IN-ANNSAL / WS-HOURS-PER-YEAR
           END-IF
           MOVE ZEROS TO WS-LEAVE-PAYOUT
           MOVE ZEROS TO WS-LV-LAST-PAYOUT-HOURS(WS-LV-FOUND-SUB)
           IF WS-FINAL-PAY AND WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB) > 0
               MOVE WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB)
                 TO WS-LV-LAST-PAYOUT-HOURS(WS-LV-FOUND-SUB)
               COMPUTE WS-LEAVE-PAYOUT ROUNDED =
                 WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB) *
                 WS-LV-PAY-RATE(WS-LV-FOUND-SUB)
               MOVE ZEROS TO WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB)
               IF HOURLY-JOB-CLASS
                   ADD WS-LEAVE-PAYOUT TO WS-PERIOD-GROSS
                   COMPUTE WS-ANNUAL-GROSS =
                     WS-PERIOD-GROSS * WS-PAY-PERIODS
               ELSE
                   COMPUTE WS-ANNUAL-GROSS = WS-ANNUAL-GROSS +
                     WS-LEAVE-PAYOUT * WS-PAY-PERIODS
               END-IF
           END-IF.

       *> years of service run from the current hire date; a hire
       *> date later in the year than the run date is last century's
       213-FIND-LEAVE-RATE.
           MOVE ZEROS TO WS-SERVICE-YEARS
           IF IN-HIRE-DATE NUMERIC AND IN-HIRE-DATE > 0
               MOVE IN-HIRE-DATE TO WS-WORK-DATE
               COMPUTE WS-HIRE-DAY-NO =
                 WS-WORK-YY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
               IF WS-WORK-YY > WS-RUN-YY
                   COMPUTE WS-SERVICE-DAYS =
                     WS-RUN-DAY-NO + 36500 - WS-HIRE-DAY-NO
               ELSE
                   IF WS-HIRE-DAY-NO < WS-RUN-DAY-NO
                       COMPUTE WS-SERVICE-DAYS =
                         WS-RUN-DAY-NO - WS-HIRE-DAY-NO
                   ELSE
                       MOVE ZEROS TO WS-SERVICE-DAYS
                   END-IF
               END-IF
               COMPUTE WS-SERVICE-YEARS = WS-SERVICE-DAYS / 365
           END-IF
           MOVE ZEROS TO WS-LR-FOUND-SUB
           PERFORM VARYING WS-LR-SUB FROM 1 BY 1
             UNTIL WS-LR-SUB > WS-LR-COUNT
               IF WS-LR-JOB-CLASS(WS-LR-SUB) = IN-JOB-CLASS
                 AND WS-LR-MIN-YEARS(WS-LR-SUB) NOT > WS-SERVICE-YEARS
                   IF WS-LR-FOUND-SUB = 0
                       MOVE WS-LR-SUB TO WS-LR-FOUND-SUB
                   ELSE
                       IF WS-LR-MIN-YEARS(WS-LR-SUB) >
                         WS-LR-MIN-YEARS(WS-LR-FOUND-SUB)
                           MOVE WS-LR-SUB TO WS-LR-FOUND-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       *> an employee new to the ledger starts with nothing
       214-FIND-LEAVE-LEDGER.
           MOVE ZEROS TO WS-LV-FOUND-SUB
           PERFORM VARYING WS-LV-SUB FROM 1 BY 1
             UNTIL WS-LV-SUB > WS-LV-COUNT
               IF WS-LV-EMPLOYEE-ID(WS-LV-SUB) = IN-EMPLOYEE-ID
                   MOVE WS-LV-SUB TO WS-LV-FOUND-SUB
                   MOVE WS-LV-COUNT TO WS-LV-SUB
               END-IF
           END-PERFORM
           IF WS-LV-FOUND-SUB = 0
               IF WS-LV-COUNT = 500
                   DISPLAY 'LEAVE TABLE FULL - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-LV-COUNT
               MOVE WS-LV-COUNT TO WS-LV-FOUND-SUB
               MOVE IN-EMPLOYEE-ID TO WS-LV-EMPLOYEE-ID(WS-LV-COUNT)
               MOVE ZEROS TO WS-LV-VAC-BALANCE(WS-LV-COUNT)
                 WS-LV-SICK-BALANCE(WS-LV-COUNT)
                 WS-LV-PAY-RATE(WS-LV-COUNT)
                 WS-LV-LAST-RUN-DATE(WS-LV-COUNT)
                 WS-LV-LAST-VAC-ACCRUED(WS-LV-COUNT)
                 WS-LV-LAST-SICK-ACCRUED(WS-LV-COUNT)
                 WS-LV-LAST-PAYOUT-HOURS(WS-LV-COUNT)
           END-IF.

       *> out-of-band pay goes to the exception file, not the listing
           WRITE EXCEPTION-REC
           ADD 1 TO WS-BAND-EXC-COUNT.

       *> state and local withholding for the office the employee
       *> works in; when a transfer takes effect inside the period the
       *> old office's taxes cover the days before it and the new
       *> office's the days from it
       220-CALC-STATE-LOCAL.
           MOVE ZEROS TO WS-STATE-WH-AMT WS-LOCAL-WH-AMT
           MOVE ZEROS TO WS-JP-COUNT
           PERFORM 221-FIND-TAX-LOCATION
           MOVE WS-TAX-TERR-NO TO WS-TERR-HOLD-JUR
           MOVE WS-TAX-OFF-NO TO WS-OFF-HOLD-JUR
           PERFORM 222-FIND-LOCATION-CODES
           MOVE WS-STATE-CODE-HOLD TO WS-CUR-STATE-CODE
           MOVE WS-LOCAL-CODE-HOLD TO WS-CUR-LOCAL-CODE
           COMPUTE WS-SHARE-DAYS = WS-PERIOD-DAYS - WS-OLD-DAYS
           PERFORM 223-TAX-ONE-LOCATION
           IF WS-OLD-DAYS > 0
               MOVE WS-OLD-TERR-NO TO WS-TERR-HOLD-JUR
               MOVE WS-OLD-OFF-NO TO WS-OFF-HOLD-JUR
               PERFORM 222-FIND-LOCATION-CODES
               MOVE WS-OLD-DAYS TO WS-SHARE-DAYS
               PERFORM 223-TAX-ONE-LOCATION
           END-IF.

       *> the latest transfer already in effect gives the office; a
       *> transfer not yet in effect means the employee is still at
       *> that transfer's old office, whatever the master now shows
       221-FIND-TAX-LOCATION.
           MOVE IN-TERR-NO TO WS-TAX-TERR-NO
           MOVE IN-OFF-NO TO WS-TAX-OFF-NO
           MOVE ZEROS TO WS-OLD-DAYS
           MOVE ZEROS TO WS-TRF-PAST-SUB WS-TRF-FUTURE-SUB
           PERFORM VARYING WS-TRF-SUB FROM 1 BY 1
             UNTIL WS-TRF-SUB > WS-TRF-COUNT
               IF WS-TRF-EMPLOYEE-ID(WS-TRF-SUB) = IN-EMPLOYEE-ID
                   IF WS-TRF-EFFECTIVE-DATE(WS-TRF-SUB) > WS-RUN-DATE
                       IF WS-TRF-FUTURE-SUB = 0
                           MOVE WS-TRF-SUB TO WS-TRF-FUTURE-SUB
                       ELSE
                           IF WS-TRF-EFFECTIVE-DATE(WS-TRF-SUB) <
                             WS-TRF-EFFECTIVE-DATE(WS-TRF-FUTURE-SUB)
                               MOVE WS-TRF-SUB TO WS-TRF-FUTURE-SUB
                           END-IF
                       END-IF
                   ELSE
                       IF WS-TRF-PAST-SUB = 0
                           MOVE WS-TRF-SUB TO WS-TRF-PAST-SUB
                       ELSE
                           IF WS-TRF-EFFECTIVE-DATE(WS-TRF-SUB) >
                             WS-TRF-EFFECTIVE-DATE(WS-TRF-PAST-SUB)
                               MOVE WS-TRF-SUB TO WS-TRF-PAST-SUB
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-TRF-FUTURE-SUB > 0
               MOVE WS-TRF-OLD-TERR-NO(WS-TRF-FUTURE-SUB)
                 TO WS-TAX-TERR-NO
               MOVE WS-TRF-OLD-OFF-NO(WS-TRF-FUTURE-SUB)
                 TO WS-TAX-OFF-NO
           ELSE
               IF WS-TRF-PAST-SUB > 0
                   MOVE WS-TRF-NEW-TERR-NO(WS-TRF-PAST-SUB)
                     TO WS-TAX-TERR-NO
                   MOVE WS-TRF-NEW-OFF-NO(WS-TRF-PAST-SUB)
                     TO WS-TAX-OFF-NO
                   MOVE WS-TRF-EFFECTIVE-DATE(WS-TRF-PAST-SUB)
                     TO WS-WORK-DATE
                   COMPUTE WS-EFF-DAY-NO =
                     WS-WORK-YY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
                   COMPUTE WS-NEW-DAYS =
                     WS-RUN-DAY-NO - WS-EFF-DAY-NO + 1
                   IF WS-NEW-DAYS < WS-PERIOD-DAYS
                       COMPUTE WS-OLD-DAYS =
                         WS-PERIOD-DAYS - WS-NEW-DAYS
                       MOVE WS-TRF-OLD-TERR-NO(WS-TRF-PAST-SUB)
                         TO WS-OLD-TERR-NO
                       MOVE WS-TRF-OLD-OFF-NO(WS-TRF-PAST-SUB)
                         TO WS-OLD-OFF-NO
                   END-IF
               END-IF
           END-IF.

       *> an office not on the location master, or one with a blank
       *> state code, withholds no state tax
       222-FIND-LOCATION-CODES.
           MOVE SPACES TO WS-STATE-CODE-HOLD WS-LOCAL-CODE-HOLD
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
             UNTIL WS-LOC-SUB > WS-LOC-COUNT
               IF WS-LOC-TERR-NO(WS-LOC-SUB) = WS-TERR-HOLD-JUR
                 AND WS-LOC-OFF-NO(WS-LOC-SUB) = WS-OFF-HOLD-JUR
                   MOVE WS-LOC-STATE-CODE(WS-LOC-SUB)
                     TO WS-STATE-CODE-HOLD
                   MOVE WS-LOC-LOCAL-CODE(WS-LOC-SUB)
                     TO WS-LOCAL-CODE-HOLD
                   MOVE WS-LOC-COUNT TO WS-LOC-SUB
               END-IF
           END-PERFORM.

       223-TAX-ONE-LOCATION.
           IF WS-STATE-CODE-HOLD NOT = SPACES
               MOVE 'S' TO WS-JUR-TYPE-HOLD
               MOVE WS-STATE-CODE-HOLD TO WS-JUR-CODE-HOLD
               PERFORM 224-PRICE-JURISDICTION
               ADD WS-JP-ANNUAL-WH(WS-JP-COUNT) TO WS-STATE-WH-AMT
           END-IF
           IF WS-LOCAL-CODE-HOLD NOT = SPACES
               MOVE 'L' TO WS-JUR-TYPE-HOLD
               MOVE WS-LOCAL-CODE-HOLD TO WS-JUR-CODE-HOLD
               PERFORM 224-PRICE-JURISDICTION
               ADD WS-JP-ANNUAL-WH(WS-JP-COUNT) TO WS-LOCAL-WH-AMT
           END-IF.

       *> the full-year tax for the jurisdiction, then the share of it
       *> belonging to the days worked there this period
       224-PRICE-JURISDICTION.
           MOVE 'NO ' TO WS-JTX-FOUND-SW
           MOVE ZEROS TO WS-JUR-EXEMPTION WS-JUR-ANNUAL-WH
           PERFORM VARYING WS-JTX-SUB FROM 1 BY 1
             UNTIL WS-JTX-SUB > WS-JTX-COUNT
               IF WS-JTX-TYPE(WS-JTX-SUB) = WS-JUR-TYPE-HOLD
                 AND WS-JTX-CODE(WS-JTX-SUB) = WS-JUR-CODE-HOLD
                   SET WS-JTX-FOUND TO TRUE
                   COMPUTE WS-JUR-EXEMPTION =
                     WS-JTX-DEP-EXEMPT(WS-JTX-SUB) * IN-NUM-DEPEND
               END-IF
           END-PERFORM
           IF NOT WS-JTX-FOUND
               DISPLAY 'NO WITHHOLDING TABLE FOR ' WS-JUR-TYPE-HOLD
                 ' ' WS-JUR-CODE-HOLD ' - EMPLOYEE ' IN-EMPLOYEE-ID
           END-IF
           COMPUTE WS-JUR-TAXABLE = WS-ANNUAL-GROSS - WS-JUR-EXEMPTION
           IF WS-JUR-TAXABLE > 0
               PERFORM VARYING WS-JTX-SUB FROM 1 BY 1
                 UNTIL WS-JTX-SUB > WS-JTX-COUNT
                   IF WS-JTX-TYPE(WS-JTX-SUB) = WS-JUR-TYPE-HOLD
                     AND WS-JTX-CODE(WS-JTX-SUB) = WS-JUR-CODE-HOLD
                     AND (WS-JTX-STATUS(WS-JTX-SUB) =
                       WS-FILING-STATUS-HOLD
                       OR WS-JTX-STATUS(WS-JTX-SUB) = SPACE)
                     AND WS-JUR-TAXABLE > WS-JTX-FROM(WS-JTX-SUB)
                       IF WS-JUR-TAXABLE < WS-JTX-TO(WS-JTX-SUB)
                           COMPUTE WS-JUR-PORTION =
                             WS-JUR-TAXABLE - WS-JTX-FROM(WS-JTX-SUB)
                       ELSE
                           COMPUTE WS-JUR-PORTION =
                             WS-JTX-TO(WS-JTX-SUB) -
                             WS-JTX-FROM(WS-JTX-SUB)
                       END-IF
                       COMPUTE WS-JUR-ANNUAL-WH ROUNDED =
                         WS-JUR-ANNUAL-WH +
                         (WS-JUR-PORTION * WS-JTX-RATE(WS-JTX-SUB))
                   END-IF
               END-PERFORM
           END-IF
           ADD 1 TO WS-JP-COUNT
           MOVE WS-JUR-TYPE-HOLD TO WS-JP-TYPE(WS-JP-COUNT)
           MOVE WS-JUR-CODE-HOLD TO WS-JP-CODE(WS-JP-COUNT)
           MOVE WS-SHARE-DAYS TO WS-JP-DAYS(WS-JP-COUNT)
           COMPUTE WS-JP-ANNUAL-WH(WS-JP-COUNT) ROUNDED =
             WS-JUR-ANNUAL-WH * WS-SHARE-DAYS / WS-PERIOD-DAYS
           COMPUTE WS-JP-PERIOD-WAGES(WS-JP-COUNT) ROUNDED =
             WS-FICA-WAGES * WS-SHARE-DAYS / WS-PERIOD-DAYS
           COMPUTE WS-JP-PERIOD-WH(WS-JP-COUNT) ROUNDED =
             WS-JP-ANNUAL-WH(WS-JP-COUNT) / WS-PAY-PERIODS
           MOVE SPACES TO JURIS-WH-HISTORY-REC
           MOVE WS-RUN-DATE TO JWH-RUN-DATE
           MOVE WS-RUN-TIME-HOLD TO JWH-RUN-TIME
           MOVE IN-EMPLOYEE-ID TO JWH-EMPLOYEE-ID
           MOVE WS-JUR-TYPE-HOLD TO JWH-JURIS-TYPE
           MOVE WS-JUR-CODE-HOLD TO JWH-JURIS-CODE
           MOVE WS-JP-PERIOD-WAGES(WS-JP-COUNT) TO JWH-WAGES
           MOVE WS-JP-PERIOD-WH(WS-JP-COUNT) TO JWH-WITHHOLDING
           WRITE JURIS-WH-HISTORY-REC.

       *> graduated withholding - each bracket's rate applies only to
       *> the taxable pay falling inside that bracket's range
       225-CALC-WITHHOLDING.
               MOVE WS-TAX-RATE(WS-TAX-SUB) TO WS-TOP-BRACKET-RATE
           END-IF.

       *> FICA is figured on this pay period's wages - the hourly
       *> period gross, or a salaried employee's annual salary over
       *> the periods in the year - against the wages already taxed
       *> this calendar year
       227-CALC-FICA.
           IF HOURLY-JOB-CLASS
               MOVE WS-PERIOD-GROSS TO WS-FICA-WAGES
           ELSE
               COMPUTE WS-FICA-WAGES ROUNDED =
                 WS-ANNUAL-GROSS / WS-PAY-PERIODS
           END-IF
           COMPUTE WS-PERIOD-INCOME-TAX ROUNDED =
             WS-WITHHOLDING-AMT / WS-PAY-PERIODS
           PERFORM 228-FIND-FICA-YTD
           COMPUTE WS-SS-ROOM =
             WS-SS-WAGE-BASE - WS-FY-SS-WAGES(WS-FY-FOUND-SUB)
           IF WS-SS-ROOM < 0
               MOVE ZEROS TO WS-SS-ROOM
           END-IF
           IF WS-FICA-WAGES > WS-SS-ROOM
               MOVE WS-SS-ROOM TO WS-SS-WAGES
           ELSE
               MOVE WS-FICA-WAGES TO WS-SS-WAGES
           END-IF
           COMPUTE WS-ADDL-MED-OVER =
             WS-FY-MED-WAGES(WS-FY-FOUND-SUB) + WS-FICA-WAGES -
             WS-ADDL-MED-THRESHOLD
           IF WS-ADDL-MED-OVER < 0
               MOVE ZEROS TO WS-ADDL-MED-OVER
           END-IF
           IF WS-ADDL-MED-OVER > WS-FICA-WAGES
               MOVE WS-FICA-WAGES TO WS-ADDL-MED-WAGES
           ELSE
               MOVE WS-ADDL-MED-OVER TO WS-ADDL-MED-WAGES
           END-IF
           COMPUTE WS-SS-EE-AMT ROUNDED = WS-SS-WAGES * WS-SS-RATE
           MOVE WS-SS-EE-AMT TO WS-SS-ER-AMT
           COMPUTE WS-MED-ER-AMT ROUNDED =
             WS-FICA-WAGES * WS-MED-RATE
           COMPUTE WS-ADDL-MED-AMT ROUNDED =
             WS-ADDL-MED-WAGES * WS-ADDL-MED-RATE
           ADD WS-MED-ER-AMT, WS-ADDL-MED-AMT GIVING WS-MED-EE-AMT
           COMPUTE WS-FICA-EE-ANNUAL =
             (WS-SS-EE-AMT + WS-MED-EE-AMT) * WS-PAY-PERIODS
           ADD WS-SS-WAGES TO WS-FY-SS-WAGES(WS-FY-FOUND-SUB)
           ADD WS-FICA-WAGES TO WS-FY-MED-WAGES(WS-FY-FOUND-SUB)
           MOVE WS-RUN-DATE TO WS-FY-LAST-RUN-DATE(WS-FY-FOUND-SUB)
           MOVE WS-SS-WAGES TO WS-FY-LAST-SS-WAGES(WS-FY-FOUND-SUB)
           MOVE WS-FICA-WAGES
             TO WS-FY-LAST-MED-WAGES(WS-FY-FOUND-SUB)
           PERFORM 229-WRITE-PAY-TAX-HISTORY.

       *> a new calendar year starts every employee over at zero; a
       *> second run on the same day takes the first run's wages back
       *> out so they are not taxed twice
       228-FIND-FICA-YTD.
           MOVE ZEROS TO WS-FY-FOUND-SUB
           PERFORM VARYING WS-FY-SUB FROM 1 BY 1
             UNTIL WS-FY-SUB > WS-FY-COUNT
               IF WS-FY-EMPLOYEE-ID(WS-FY-SUB) = IN-EMPLOYEE-ID
                   MOVE WS-FY-SUB TO WS-FY-FOUND-SUB
                   MOVE WS-FY-COUNT TO WS-FY-SUB
               END-IF
           END-PERFORM
           IF WS-FY-FOUND-SUB = 0
               IF WS-FY-COUNT = 500
                   DISPLAY 'FICA YTD TABLE FULL - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-FY-COUNT
               MOVE WS-FY-COUNT TO WS-FY-FOUND-SUB
               MOVE IN-EMPLOYEE-ID TO WS-FY-EMPLOYEE-ID(WS-FY-COUNT)
               MOVE WS-RUN-YY TO WS-FY-YEAR(WS-FY-COUNT)
               MOVE ZEROS TO WS-FY-SS-WAGES(WS-FY-COUNT)
               MOVE ZEROS TO WS-FY-MED-WAGES(WS-FY-COUNT)
               MOVE ZEROS TO WS-FY-LAST-RUN-DATE(WS-FY-COUNT)
               MOVE ZEROS TO WS-FY-LAST-SS-WAGES(WS-FY-COUNT)
               MOVE ZEROS TO WS-FY-LAST-MED-WAGES(WS-FY-COUNT)
           END-IF
           IF WS-FY-YEAR(WS-FY-FOUND-SUB) NOT = WS-RUN-YY
               MOVE WS-RUN-YY TO WS-FY-YEAR(WS-FY-FOUND-SUB)
               MOVE ZEROS TO WS-FY-SS-WAGES(WS-FY-FOUND-SUB)
               MOVE ZEROS TO WS-FY-MED-WAGES(WS-FY-FOUND-SUB)
           ELSE
               IF WS-FY-LAST-RUN-DATE(WS-FY-FOUND-SUB) = WS-RUN-DATE
                   SUBTRACT WS-FY-LAST-SS-WAGES(WS-FY-FOUND-SUB)
                     FROM WS-FY-SS-WAGES(WS-FY-FOUND-SUB)
                   SUBTRACT WS-FY-LAST-MED-WAGES(WS-FY-FOUND-SUB)
                     FROM WS-FY-MED-WAGES(WS-FY-FOUND-SUB)
               END-IF
           END-IF.

       229-WRITE-PAY-TAX-HISTORY.
           MOVE SPACES TO PAY-TAX-HISTORY-REC
           MOVE WS-RUN-DATE TO PTH-RUN-DATE
           MOVE IN-EMPLOYEE-ID TO PTH-EMPLOYEE-ID
           MOVE WS-FICA-WAGES TO PTH-WAGES
           MOVE WS-PERIOD-INCOME-TAX TO PTH-INCOME-TAX
           MOVE WS-SS-WAGES TO PTH-SS-WAGES
           MOVE WS-SS-EE-AMT TO PTH-SS-EE
           MOVE WS-SS-ER-AMT TO PTH-SS-ER
           MOVE WS-FICA-WAGES TO PTH-MED-WAGES
           MOVE WS-MED-EE-AMT TO PTH-MED-EE
           MOVE WS-MED-ER-AMT TO PTH-MED-ER
           MOVE WS-ADDL-MED-WAGES TO PTH-ADDL-MED-WAGES
           MOVE WS-ADDL-MED-AMT TO PTH-ADDL-MED
           WRITE PAY-TAX-HISTORY-REC.

       *> one statement page per employee showing how the estimated
       *> withholding was arrived at
       235-WRITE-PAY-STUB.
           WRITE PAY-STUB-LINE FROM STUB-TITLE-LINE
             AFTER ADVANCING PAGE
           IF WS-FINAL-PAY
               MOVE IN-TERM-DATE TO STUB-TERM-DATE
               WRITE PAY-STUB-LINE FROM STUB-FINAL-PAY-LINE
           END-IF
           MOVE IN-EMPLOYEE-ID TO STUB-EMPLOYEE-ID
           MOVE IN-EMPLOYEE-NAME TO STUB-EMPLOYEE-NAME
           WRITE PAY-STUB-LINE FROM STUB-NAME-LINE
           MOVE IN-TERR-NO TO STUB-TERR-NO
           MOVE IN-OFF-NO TO STUB-OFF-NO
           MOVE WS-OFF-NAME-HOLD TO STUB-OFF-NAME
           WRITE PAY-STUB-LINE FROM STUB-LOC-LINE
           MOVE WS-ANNUAL-GROSS TO STUB-SALARY
           WRITE PAY-STUB-LINE FROM STUB-SALARY-LINE
           MOVE WS-LV-VAC-BALANCE(WS-LV-FOUND-SUB) TO STUB-VAC-BALANCE
           MOVE WS-LV-SICK-BALANCE(WS-LV-FOUND-SUB)
             TO STUB-SICK-BALANCE
           WRITE PAY-STUB-LINE FROM STUB-LEAVE-LINE
           IF WS-LEAVE-PAYOUT > 0
               MOVE WS-LV-LAST-PAYOUT-HOURS(WS-LV-FOUND-SUB)
                 TO STUB-PAYOUT-HOURS
               MOVE WS-LV-PAY-RATE(WS-LV-FOUND-SUB) TO STUB-PAYOUT-RATE
               MOVE WS-LEAVE-PAYOUT TO STUB-PAYOUT-AMT
               WRITE PAY-STUB-LINE FROM STUB-PAYOUT-LINE
           END-IF
           MOVE IN-NUM-DEPEND TO STUB-NUM-DEPEND
           WRITE PAY-STUB-LINE FROM STUB-DEPEND-LINE
           MOVE WS-EXEMPTION-AMT TO STUB-EXEMPTION
           WRITE PAY-STUB-LINE FROM STUB-WITHHOLD-LINE
           MOVE WS-FILING-STATUS-HOLD TO STUB-FILING-STATUS
           MOVE WS-TOP-BRACKET-RATE TO STUB-BRACKET-RATE
           WRITE PAY-STUB-LINE FROM STUB-BRACKET-LINE
           MOVE WS-FICA-WAGES TO STUB-FICA-WAGES
           MOVE WS-FY-SS-WAGES(WS-FY-FOUND-SUB) TO STUB-YTD-SS-WAGES
           WRITE PAY-STUB-LINE FROM STUB-FICA-WAGES-LINE
           MOVE WS-SS-EE-AMT TO STUB-SS-EE
           MOVE WS-SS-ER-AMT TO STUB-SS-ER
           WRITE PAY-STUB-LINE FROM STUB-SOC-SEC-LINE
           MOVE WS-MED-EE-AMT TO STUB-MED-EE
           MOVE WS-MED-ER-AMT TO STUB-MED-ER
           WRITE PAY-STUB-LINE FROM STUB-MEDICARE-LINE
           IF WS-ADDL-MED-AMT > 0
               MOVE WS-ADDL-MED-AMT TO STUB-ADDL-MED
               WRITE PAY-STUB-LINE FROM STUB-ADDL-MED-LINE
           END-IF
           PERFORM VARYING WS-JP-SUB FROM 1 BY 1
             UNTIL WS-JP-SUB > WS-JP-COUNT
               IF WS-JP-TYPE(WS-JP-SUB) = 'S'
                   MOVE 'EST. STATE WH:      ' TO STUB-JURIS-LABEL
               ELSE
                   MOVE 'EST. LOCAL WH:      ' TO STUB-JURIS-LABEL
               END-IF
               MOVE WS-JP-CODE(WS-JP-SUB) TO STUB-JURIS-CODE
               MOVE WS-JP-ANNUAL-WH(WS-JP-SUB) TO STUB-JURIS-WH
               MOVE WS-JP-DAYS(WS-JP-SUB) TO STUB-JURIS-DAYS
               WRITE PAY-STUB-LINE FROM STUB-JURIS-LINE
           END-PERFORM.

       238-WRITE-NET-PAY-EXTRACT.
           MOVE SPACES TO NET-PAY-REC
           END-IF
           MOVE WS-WITHHOLDING-AMT TO NP-WITHHOLDING
           MOVE WS-EMP-DEDUCT-AMT TO NP-DEDUCTIONS
           COMPUTE NP-SOC-SEC-EE = WS-SS-EE-AMT * WS-PAY-PERIODS
           COMPUTE NP-MEDICARE-EE = WS-MED-EE-AMT * WS-PAY-PERIODS
           COMPUTE NP-SOC-SEC-ER = WS-SS-ER-AMT * WS-PAY-PERIODS
           COMPUTE NP-MEDICARE-ER = WS-MED-ER-AMT * WS-PAY-PERIODS
           MOVE WS-CUR-STATE-CODE TO NP-STATE-CODE
           MOVE WS-STATE-WH-AMT TO NP-STATE-WH
           MOVE WS-CUR-LOCAL-CODE TO NP-LOCAL-CODE
           MOVE WS-LOCAL-WH-AMT TO NP-LOCAL-WH
           IF WS-FINAL-PAY
               MOVE 'F' TO NP-PAY-TYPE
               MOVE IN-TERM-DATE TO NP-TERM-DATE
               ADD 1 TO WS-FINAL-PAY-COUNT
           ELSE
               MOVE SPACE TO NP-PAY-TYPE
               MOVE ZEROS TO NP-TERM-DATE
           END-IF
           ADD NP-ANNUAL-NET TO WS-EXTRACT-NET-TOTAL
           ADD 1 TO WS-EXTRACT-REC-COUNT
           WRITE NET-PAY-REC.

       *> true net pay - gross less withholding less the insurance,
       *> retirement and union amounts on the deduction master, less
       *> the employee's FICA for the period put on the annual basis
       *> and the state and local withholding
       230-CALC-NET-PAY.
           MOVE ZEROS TO WS-EMP-DEDUCT-AMT
           MOVE ZEROS TO WS-EMP-RETIRE-AMT
           END-PERFORM
           COMPUTE WS-EMP-NET-PAY =
             WS-ANNUAL-GROSS - WS-WITHHOLDING-AMT - WS-EMP-DEDUCT-AMT
             - WS-FICA-EE-ANNUAL - WS-STATE-WH-AMT - WS-LOCAL-WH-AMT
      *> nobody is paid a negative check - net pay floors at zero, so
      *> the listing, its totals and the disbursement extract all
      *> carry the same figure
           WRITE NET-PAY-TRAILER-REC.


       290-WRITE-FICA-YTD.
           OPEN OUTPUT FICA-YTD-FILE
           PERFORM VARYING WS-FY-SUB FROM 1 BY 1
             UNTIL WS-FY-SUB > WS-FY-COUNT
               MOVE SPACES TO FICA-YTD-REC
               MOVE WS-FY-EMPLOYEE-ID(WS-FY-SUB) TO FY-EMPLOYEE-ID
               MOVE WS-FY-YEAR(WS-FY-SUB) TO FY-YEAR
               MOVE WS-FY-SS-WAGES(WS-FY-SUB) TO FY-SS-WAGES
               MOVE WS-FY-MED-WAGES(WS-FY-SUB) TO FY-MED-WAGES
               MOVE WS-FY-LAST-RUN-DATE(WS-FY-SUB) TO FY-LAST-RUN-DATE
               MOVE WS-FY-LAST-SS-WAGES(WS-FY-SUB) TO FY-LAST-SS-WAGES
               MOVE WS-FY-LAST-MED-WAGES(WS-FY-SUB)
                 TO FY-LAST-MED-WAGES
               WRITE FICA-YTD-REC
           END-PERFORM
           CLOSE FICA-YTD-FILE.

       291-WRITE-LEAVE-LEDGER.
           OPEN OUTPUT LEAVE-LEDGER
           PERFORM VARYING WS-LV-SUB FROM 1 BY 1
             UNTIL WS-LV-SUB > WS-LV-COUNT
               MOVE SPACES TO LEAVE-LEDGER-REC
               MOVE WS-LV-EMPLOYEE-ID(WS-LV-SUB) TO LV-EMPLOYEE-ID
               MOVE WS-LV-VAC-BALANCE(WS-LV-SUB) TO LV-VAC-BALANCE
               MOVE WS-LV-SICK-BALANCE(WS-LV-SUB) TO LV-SICK-BALANCE
               MOVE WS-LV-PAY-RATE(WS-LV-SUB) TO LV-PAY-RATE
               MOVE WS-LV-LAST-RUN-DATE(WS-LV-SUB) TO LV-LAST-RUN-DATE
               MOVE WS-LV-LAST-VAC-ACCRUED(WS-LV-SUB)
                 TO LV-LAST-VAC-ACCRUED
               MOVE WS-LV-LAST-SICK-ACCRUED(WS-LV-SUB)
                 TO LV-LAST-SICK-ACCRUED
               MOVE WS-LV-LAST-PAYOUT-HOURS(WS-LV-SUB)
                 TO LV-LAST-PAYOUT-HOURS
               WRITE LEAVE-LEDGER-REC
           END-PERFORM
           CLOSE LEAVE-LEDGER.

       980-LOAD-SSN-MASK.
           OPEN INPUT SSN-MASK-CONTROL
           READ SSN-MASK-CONTROL
           MOVE WS-GEN-NAME TO CAT-FILE-NAME
           MOVE WS-GEN-DATE TO CAT-DATE
           MOVE WS-GEN-TIME TO CAT-TIME
           IF WS-SSN-UNMASKED
               MOVE 'U' TO CAT-SSN-STATE
           ELSE
               MOVE 'M' TO CAT-SSN-STATE
           END-IF
           WRITE GEN-CATALOG-REC
           CLOSE GEN-CATALOG-FILE.

