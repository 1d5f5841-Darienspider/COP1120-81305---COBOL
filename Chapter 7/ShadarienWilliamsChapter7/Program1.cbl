           'CH7GARNISHREGISTER'
           organization is line sequential.

           *> one record per order for the amounts actually taken this
           *> run, stamped with the run; the remittance run pays from it
           select garnish-taken-file
           assign to
           'CH7GARNTAKEN'
           organization is line sequential.

           *> per-employee deduction arrears balances carried between
           *> runs - shortfalls post here, future periods recover them
           select optional arrears-file
         05 pye-name-in            PIC X(20).
         05 pye-address-in         PIC X(25).
         05 pye-city-st-zip-in     PIC X(25).
         *> 'S' = state disbursement unit, paid electronically with
         *> the state FIPS code; blank = paid by check
         05 pye-remit-method-in    PIC X(01).
         05 pye-fips-in            PIC X(07).

       FD garnishment-file-new.
       01 garnishment-new-rec.
       FD garnish-register-file.
       01 garnish-register-line    PIC X(80).

       FD garnish-taken-file.
       01 garnish-taken-rec.
         05 gtk-employee-no        PIC X(05).
         05 FILLER                 PIC X(01).
         05 gtk-employee-name      PIC X(20).
         05 FILLER                 PIC X(01).
         05 gtk-case-no            PIC X(10).
         05 FILLER                 PIC X(01).
         05 gtk-payee-code         PIC X(03).
         05 FILLER                 PIC X(01).
         05 gtk-priority           PIC 9(01).
         05 FILLER                 PIC X(01).
         05 gtk-amount             PIC 9(05)v99.
         05 FILLER                 PIC X(01).
         05 gtk-run-date           PIC 9(08).
         05 FILLER                 PIC X(01).
         05 gtk-run-time           PIC 9(06).

       FD run-totals-file.
       01 run-totals-rec.
         05 tot-record-cnt         PIC 9(04).
           end-perform
           close arrears-file-new arrears-report-file.

       *> the same entries as the register, one per order taken, so
       *> the remittance run can cut the checks and the SDU file
       354-write-garnish-taken.
           open output garnish-taken-file
           perform varying ws-reg-sub from 1 by 1
             until ws-reg-sub > ws-reg-count
               move spaces to garnish-taken-rec
               move ws-reg-emp-no(ws-reg-sub) to gtk-employee-no
               move ws-reg-name(ws-reg-sub) to gtk-employee-name
               move ws-reg-case(ws-reg-sub) to gtk-case-no
               move ws-reg-payee(ws-reg-sub) to gtk-payee-code
               move ws-reg-priority(ws-reg-sub) to gtk-priority
               move ws-reg-applied(ws-reg-sub) to gtk-amount
               move ws-gen-date to gtk-run-date
               move ws-gen-time to gtk-run-time
               write garnish-taken-rec
           end-perform
           close garnish-taken-file.

       350-house-keeping-finish.
           perform 340-write-grand-totals.
           perform 345-write-enrollment-summary.
           perform 349-write-garnish-register.
           perform 352-write-garnishments-new.
           perform 353-write-arrears.
           perform 354-write-garnish-taken.
           close payroll-master payroll-list payroll-audit-file
             garnish-register-file.

