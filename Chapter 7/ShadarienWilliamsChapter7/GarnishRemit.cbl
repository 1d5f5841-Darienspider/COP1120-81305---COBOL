       identification division.
       program-id. GarnishRemit.
       Author. Shadarien Williams.

       environment division.
       configuration section.

       input-output section.
       file-control.
           *> the raise run's garnishment amounts taken, one per order
           select garnish-taken-file
           assign to
           'CH7GARNTAKEN'
           organization is line sequential.

           *> the raise run's totals - every dollar withheld must be
           *> accounted for before a check is cut
           select optional run-totals-file
           assign to
           'CH7TOTALS'
           organization is line sequential.

           *> court/payee master - name, address and remit method
           select payee-master-file
           assign to 'CH7PAYEES'
           organization is line sequential.

           *> one record per run remitted - a second remittance of the
           *> same raise run is refused
           select optional remit-log-file
           assign to
           'CH7GARNREMITLOG'
           organization is line sequential.

           *> next check number shared with the payroll disbursement run
           select optional check-control-file
           assign to
           'CH4CHECKCONTROL'
           organization is line sequential.

           *> every check drawn on the disbursement account
           select optional checks-issued
           assign to
           'CH4CHECKSISSUED'
           organization is line sequential.

           *> positive-pay issue file for the bank - garnishment checks
           select garnish-positive-pay
           assign to
           'CH7GARNPOSPAY'
           organization is line sequential.

           *> child-support payments for the state disbursement unit
           select sdu-remit-file
           assign to
           'CH7SDUREMIT'
           organization is line sequential.

           *> check stubs by case and the remittance confirmation
           select remit-report-file
           assign to
           'CH7GARNREMITRPT'
           organization is line sequential.

       data division.
       file section.
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
         05 FILLER                 PIC X(01).
         05 tot-old-salary         PIC 9(09)v99.
         05 FILLER                 PIC X(01).
         05 tot-new-salary         PIC 9(09)v99.
         05 FILLER                 PIC X(01).
         05 tot-old-dues           PIC 9(07)v99.
         05 FILLER                 PIC X(01).
         05 tot-new-dues           PIC 9(07)v99.
         05 FILLER                 PIC X(01).
         05 tot-old-insurance      PIC 9(07)v99.
         05 FILLER                 PIC X(01).
         05 tot-new-insurance      PIC 9(07)v99.
         05 FILLER                 PIC X(01).
         05 tot-retro-pay          PIC 9(09)v99.
         05 FILLER                 PIC X(01).
         05 tot-garnish            PIC 9(07)v99.

       FD payee-master-file.
       01 payee-master-rec.
         05 pye-code-in            PIC X(03).
         05 pye-name-in            PIC X(20).
         05 pye-address-in         PIC X(25).
         05 pye-city-st-zip-in     PIC X(25).
         05 pye-remit-method-in    PIC X(01).
         05 pye-fips-in            PIC X(07).

       FD remit-log-file.
       01 remit-log-rec.
         05 rlg-run-date           PIC 9(08).
         05 FILLER                 PIC X(01).
         05 rlg-run-time           PIC 9(06).
         05 FILLER                 PIC X(01).
         05 rlg-remit-date         PIC 9(08).
         05 FILLER                 PIC X(01).
         05 rlg-order-count        PIC 9(04).
         05 FILLER                 PIC X(01).
         05 rlg-total              PIC 9(07)v99.

       FD check-control-file.
       01 check-control-rec.
         05 ctl-next-check-no      PIC 9(06).

       FD checks-issued.
       01 check-issued-rec.
         05 cki-check-no           PIC 9(06).
         05 FILLER                 PIC X(01).
         05 cki-issue-date         PIC 9(06).
         05 FILLER                 PIC X(01).
         05 cki-amount             PIC 9(07)v99.
         05 FILLER                 PIC X(01).
         05 cki-source             PIC X(04).
         05 FILLER                 PIC X(01).
         05 cki-payee-id           PIC X(05).
         05 FILLER                 PIC X(01).
         05 cki-payee-name         PIC X(20).

       FD garnish-positive-pay.
       01 positive-pay-rec.
         05 pp-rec-type            PIC X(01).
         05 FILLER                 PIC X(01).
         05 pp-check-no            PIC 9(06).
         05 FILLER                 PIC X(01).
         05 pp-issue-date          PIC 9(06).
         05 FILLER                 PIC X(01).
         05 pp-amount              PIC 9(07)v99.
         05 FILLER                 PIC X(01).
         05 pp-payee-name          PIC X(20).
       01 positive-pay-trailer-rec.
         05 ppt-rec-type           PIC X(01).
         05 FILLER                 PIC X(01).
         05 ppt-count              PIC 9(06).
         05 FILLER                 PIC X(01).
         05 ppt-total              PIC 9(09)v99.

       *> HDR, one DED record per case, TRL with count and total
       FD sdu-remit-file.
       01 sdu-header-rec.
         05 sdh-rec-type           PIC X(03).
         05 FILLER                 PIC X(01).
         05 sdh-create-date        PIC 9(08).
         05 FILLER                 PIC X(01).
         05 sdh-pay-date           PIC 9(08).
       01 sdu-detail-rec.
         05 sdd-rec-type           PIC X(03).
         05 FILLER                 PIC X(01).
         05 sdd-fips               PIC X(07).
         05 FILLER                 PIC X(01).
         05 sdd-case-no            PIC X(10).
         05 FILLER                 PIC X(01).
         05 sdd-pay-date           PIC 9(08).
         05 FILLER                 PIC X(01).
         05 sdd-amount             PIC 9(05)v99.
         05 FILLER                 PIC X(01).
         05 sdd-employee-no        PIC X(05).
         05 FILLER                 PIC X(01).
         05 sdd-employee-name      PIC X(20).
         05 FILLER                 PIC X(01).
         05 sdd-payee-code         PIC X(03).
       01 sdu-trailer-rec.
         05 sdt-rec-type           PIC X(03).
         05 FILLER                 PIC X(01).
         05 sdt-count              PIC 9(06).
         05 FILLER                 PIC X(01).
         05 sdt-total              PIC 9(09)v99.

       FD remit-report-file.
       01 remit-report-line        PIC X(90).

       working-storage section.
       01 flags-and-indicators.
         05 ws-tkn-more-records    PIC xxx value 'yes'.
         05 ws-pye-more-records    PIC xxx value 'yes'.
         05 ws-log-more-records    PIC xxx value 'yes'.
         05 ws-ctl-found-sw        PIC xxx value 'no '.
           88 ws-ctl-found value 'yes'.
         05 ws-pye-found-sw        PIC xxx value 'no '.
           88 ws-pye-found value 'yes'.

       *> the taken file re-footed against the raise run's totals
       01 ws-verify-areas.
         05 ws-refoot-count        PIC 9(04) value zeros.
         05 ws-refoot-total        PIC 9(07)v99 value zeros.
         05 ws-ctl-garnish         PIC 9(07)v99 value zeros.
         05 ws-run-date            PIC 9(08) value zeros.
         05 ws-run-time            PIC 9(06) value zeros.

       01 ws-remit-date            PIC 9(08) value zeros.
       01 ws-issue-date            PIC 9(06) value zeros.
       01 ws-next-check-no         PIC 9(06) value 100001.

       *> payee master keyed by payee code
       01 ws-payee-table.
         05 ws-pye-count           PIC 9(02) value zero.
         05 ws-pye-entry occurs 50 times.
           10 ws-pye-code          PIC X(03).
           10 ws-pye-name          PIC X(20).
           10 ws-pye-method        PIC X(01).
           10 ws-pye-fips          PIC X(07).
       01 ws-pye-sub               PIC 9(02) value zero.
       01 ws-pye-name-hold         PIC X(20) value spaces.
       01 ws-pye-method-hold       PIC X(01) value space.
         88 ws-pye-sdu value 'S'.
       01 ws-pye-fips-hold         PIC X(07) value spaces.

       *> the orders taken, grouped by payee then case for the stubs
       01 ws-taken-table.
         05 ws-tkn-count           PIC 9(03) value zero.
         05 ws-tkn-entry occurs 200 times.
           10 ws-tkn-payee         PIC X(03).
           10 ws-tkn-case          PIC X(10).
           10 ws-tkn-emp-no        PIC X(05).
           10 ws-tkn-name          PIC X(20).
           10 ws-tkn-amount        PIC 9(05)v99.
           10 ws-tkn-used          PIC X(01).
       01 ws-tkn-sub               PIC 9(03) value zero.
       01 ws-tkn-sub2              PIC 9(03) value zero.
       01 ws-tkn-sub3              PIC 9(03) value zero.
       01 ws-payee-hold            PIC X(03) value spaces.
       01 ws-case-hold             PIC X(10) value spaces.
       01 ws-case-amount           PIC 9(05)v99 value zero.
       01 ws-payee-amount          PIC 9(07)v99 value zero.
       01 ws-payee-cases           PIC 9(03) value zero.
       01 ws-unknown-payees        PIC 9(03) value zero.

       01 ws-remit-totals.
         05 ws-check-count         PIC 9(04) value zero.
         05 ws-check-total         PIC 9(07)v99 value zero.
         05 ws-sdu-count           PIC 9(04) value zero.
         05 ws-sdu-total           PIC 9(07)v99 value zero.
         05 ws-unpaid-count        PIC 9(04) value zero.
         05 ws-unpaid-total        PIC 9(07)v99 value zero.
         05 ws-paid-total          PIC 9(07)v99 value zero.
         05 ws-difference          PIC S9(07)v99 value zero.

       01 remit-header.
         05 filler                 PIC X(37) value
           ' GARNISHMENT REMITTANCE - RAISE RUN '.
         05 rmh-run-date           PIC 9(08).
         05 filler                 PIC X(01) value '.'.
         05 rmh-run-time           PIC 9(06).
         05 filler                 PIC X(13) value '  REMITTED ON'.
         05 filler                 PIC X(01) value space.
         05 rmh-remit-date         PIC 9(08).
         05 filler                 PIC X(16) value spaces.

       01 remit-payee-line.
         05 filler                 PIC X(07) value ' PAYEE '.
         05 rpl-code               PIC X(03).
         05 filler                 PIC X(02) value spaces.
         05 rpl-name               PIC X(20).
         05 filler                 PIC X(02) value spaces.
         05 rpl-method             PIC X(30).
         05 filler                 PIC X(26) value spaces.

       01 remit-cols.
         05 filler                 PIC X(16) value '    CASE NO'.
         05 filler                 PIC X(10) value 'EMPLOYEE'.
         05 filler                 PIC X(22) value 'NAME'.
         05 filler                 PIC X(10) value '   AMOUNT'.
         05 filler                 PIC X(32) value spaces.

       01 remit-case-line.
         05 filler                 PIC X(04) value spaces.
         05 rcl-case               PIC X(10).
         05 filler                 PIC X(02) value spaces.
         05 rcl-emp-no             PIC X(05).
         05 filler                 PIC X(05) value spaces.
         05 rcl-name               PIC X(20).
         05 filler                 PIC X(02) value spaces.
         05 rcl-amount             PIC ZZ,ZZ9.99.
         05 filler                 PIC X(33) value spaces.

       01 remit-payee-total.
         05 filler                 PIC X(18) value
           '    PAYEE TOTAL   '.
         05 rpt-cases              PIC ZZ9.
         05 filler                 PIC X(06) value ' CASES'.
         05 filler                 PIC X(20) value spaces.
         05 rpt-amount             PIC ZZZ,ZZ9.99.
         05 filler                 PIC X(02) value spaces.
         05 rpt-disposition        PIC X(30).
         05 filler                 PIC X(01) value spaces.

       01 confirm-header.
         05 filler                 PIC X(40) value
           ' REMITTANCE CONFIRMATION TO CH7TOTALS'.
         05 filler                 PIC X(50) value spaces.

       01 confirm-line.
         05 filler                 PIC X(01) value space.
         05 cfl-label              PIC X(30).
         05 cfl-count              PIC ZZZ9.
         05 filler                 PIC X(03) value spaces.
         05 cfl-amount             PIC Z,ZZZ,ZZ9.99-.
         05 filler                 PIC X(39) value spaces.

       01 confirm-result.
         05 filler                 PIC X(01) value space.
         05 cfr-text               PIC X(60).
         05 filler                 PIC X(29) value spaces.

       procedure division.
       100-main-module.
           perform 105-verify-taken-control.
           perform 107-check-remit-log.
           perform 110-load-payees.
           perform 115-load-taken.
           perform 118-check-taken-payees.
           perform 117-load-check-control.
           move function current-date(1:8) to ws-remit-date
           accept ws-issue-date from date
           open output remit-report-file
             output garnish-positive-pay
             output sdu-remit-file
             extend checks-issued
           move ws-run-date to rmh-run-date
           move ws-run-time to rmh-run-time
           move ws-remit-date to rmh-remit-date
           write remit-report-line from remit-header
           move spaces to sdu-header-rec
           move 'HDR' to sdh-rec-type
           move ws-remit-date to sdh-create-date
           move ws-run-date to sdh-pay-date
           write sdu-header-rec
           perform varying ws-tkn-sub from 1 by 1
             until ws-tkn-sub > ws-tkn-count
               if ws-tkn-used(ws-tkn-sub) = 'N'
                   move ws-tkn-payee(ws-tkn-sub) to ws-payee-hold
                   perform 200-remit-one-payee
               end-if
           end-perform
           perform 300-write-confirmation
           close remit-report-file garnish-positive-pay
             sdu-remit-file checks-issued
           perform 350-write-control-and-log
           display 'GARNISHMENT CHECKS ISSUED: ' ws-check-count
           display 'SDU CASES REMITTED: ' ws-sdu-count
           if ws-unpaid-count > 0
               display 'PAYEES NOT ON CH7PAYEES - SEE CH7GARNREMITRPT'
               move 4 to RETURN-CODE
           end-if
           goback.

       *> a short or stale taken file must not become a short
       *> remittance - refuse the run with a control mismatch instead
       105-verify-taken-control.
           open input garnish-taken-file
           perform until ws-tkn-more-records = 'no '
               read garnish-taken-file
                   at end
                       move 'no ' to ws-tkn-more-records
                   not at end
                       add 1 to ws-refoot-count
                       add gtk-amount to ws-refoot-total
                       move gtk-run-date to ws-run-date
                       move gtk-run-time to ws-run-time
               end-read
           end-perform
           close garnish-taken-file
           open input run-totals-file
           read run-totals-file
               at end
                   continue
               not at end
                   set ws-ctl-found to true
                   move tot-garnish to ws-ctl-garnish
           end-read
           close run-totals-file
           if not ws-ctl-found
               display 'NO CH7TOTALS CONTROL RECORD - REMIT REFUSED'
               move 8 to RETURN-CODE
               goback
           end-if
           if ws-refoot-total not = ws-ctl-garnish
               display 'GARNISH TAKEN CONTROL MISMATCH - REMIT REFUSED'
               move 8 to RETURN-CODE
               goback
           end-if
           if ws-refoot-count = 0
               display 'NO GARNISHMENTS TAKEN - NOTHING TO REMIT'
               goback
           end-if.

       107-check-remit-log.
           open input remit-log-file
           perform until ws-log-more-records = 'no '
               read remit-log-file
                   at end
                       move 'no ' to ws-log-more-records
                   not at end
                       if rlg-run-date = ws-run-date
                         and rlg-run-time = ws-run-time
                           display 'RAISE RUN ' ws-run-date '.'
                             ws-run-time ' ALREADY REMITTED'
                             ' - REMIT REFUSED'
                           close remit-log-file
                           move 8 to RETURN-CODE
                           goback
                       end-if
               end-read
           end-perform
           close remit-log-file.

       110-load-payees.
           open input payee-master-file
           perform until ws-pye-more-records = 'no '
               read payee-master-file
                   at end
                       move 'no ' to ws-pye-more-records
                   not at end
                       if ws-pye-count = 50
                           display 'PAYEE TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           goback
                       end-if
                       add 1 to ws-pye-count
                       move pye-code-in to ws-pye-code(ws-pye-count)
                       move pye-name-in to ws-pye-name(ws-pye-count)
                       move pye-remit-method-in
                         to ws-pye-method(ws-pye-count)
                       move pye-fips-in to ws-pye-fips(ws-pye-count)
               end-read
           end-perform
           close payee-master-file.

       115-load-taken.
           move 'yes' to ws-tkn-more-records
           open input garnish-taken-file
           perform until ws-tkn-more-records = 'no '
               read garnish-taken-file
                   at end
                       move 'no ' to ws-tkn-more-records
                   not at end
                       if ws-tkn-count = 200
                           display 'TAKEN TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           goback
                       end-if
                       add 1 to ws-tkn-count
                       move gtk-payee-code to ws-tkn-payee(ws-tkn-count)
                       move gtk-case-no to ws-tkn-case(ws-tkn-count)
                       move gtk-employee-no
                         to ws-tkn-emp-no(ws-tkn-count)
                       move gtk-employee-name
                         to ws-tkn-name(ws-tkn-count)
                       move gtk-amount to ws-tkn-amount(ws-tkn-count)
                       move 'N' to ws-tkn-used(ws-tkn-count)
               end-read
           end-perform
           close garnish-taken-file.

       117-load-check-control.
           open input check-control-file
           read check-control-file
               at end
                   continue
               not at end
                   if ctl-next-check-no numeric
                     and ctl-next-check-no > 0
                       move ctl-next-check-no to ws-next-check-no
                   end-if
           end-read
           close check-control-file.

       *> money withheld for a payee not on the master cannot be
       *> remitted, and a logged run cannot be rerun - refuse the whole
       *> run until the payee is added
       118-check-taken-payees.
           perform varying ws-tkn-sub from 1 by 1
             until ws-tkn-sub > ws-tkn-count
               move ws-tkn-payee(ws-tkn-sub) to ws-payee-hold
               perform 120-find-payee
               if not ws-pye-found
                   display 'PAYEE ' ws-payee-hold ' NOT ON CH7PAYEES'
                     ' - CASE ' ws-tkn-case(ws-tkn-sub)
                   add 1 to ws-unknown-payees
               end-if
           end-perform
           if ws-unknown-payees > 0
               display 'UNKNOWN PAYEES - REMIT REFUSED'
               move 8 to RETURN-CODE
               goback
           end-if.

       120-find-payee.
           move 'no ' to ws-pye-found-sw
           move 'UNKNOWN PAYEE' to ws-pye-name-hold
           move space to ws-pye-method-hold
           move spaces to ws-pye-fips-hold
           perform varying ws-pye-sub from 1 by 1
             until ws-pye-sub > ws-pye-count
               if ws-pye-code(ws-pye-sub) = ws-payee-hold
                   set ws-pye-found to true
                   move ws-pye-name(ws-pye-sub) to ws-pye-name-hold
                   move ws-pye-method(ws-pye-sub)
                     to ws-pye-method-hold
                   move ws-pye-fips(ws-pye-sub) to ws-pye-fips-hold
                   move ws-pye-count to ws-pye-sub
               end-if
           end-perform.

       *> one stub per payee listing each case it is paid for; a check
       *> payee gets one check for the lot, an SDU payee one payment
       *> record per case, and an unknown payee is left unpaid
       200-remit-one-payee.
           perform 120-find-payee
           move ws-payee-hold to rpl-code
           move ws-pye-name-hold to rpl-name
           move spaces to rpl-method
           evaluate true
               when not ws-pye-found
                   move 'NOT ON PAYEE MASTER' to rpl-method
               when ws-pye-sdu
                   string 'STATE SDU FIPS '
                     ws-pye-fips-hold delimited by size
                     into rpl-method
               when other
                   string 'CHECK NO ' ws-next-check-no
                     delimited by size into rpl-method
           end-evaluate
           write remit-report-line from remit-payee-line
           write remit-report-line from remit-cols
           move zeros to ws-payee-amount ws-payee-cases
           perform varying ws-tkn-sub2 from ws-tkn-sub by 1
             until ws-tkn-sub2 > ws-tkn-count
               if ws-tkn-payee(ws-tkn-sub2) = ws-payee-hold
                 and ws-tkn-used(ws-tkn-sub2) = 'N'
                   perform 210-remit-one-case
               end-if
           end-perform
           move ws-payee-cases to rpt-cases
           move ws-payee-amount to rpt-amount
           evaluate true
               when not ws-pye-found
                   move 'NOT REMITTED' to rpt-disposition
                   add ws-payee-cases to ws-unpaid-count
                   add ws-payee-amount to ws-unpaid-total
               when ws-pye-sdu
                   move 'SENT TO SDU' to rpt-disposition
               when other
                   move 'PAID BY CHECK' to rpt-disposition
                   perform 220-issue-check
           end-evaluate
           write remit-report-line from remit-payee-total.

       *> every order under the same case number for this payee is
       *> totalled into one stub line
       210-remit-one-case.
           move ws-tkn-case(ws-tkn-sub2) to ws-case-hold
           move ws-tkn-emp-no(ws-tkn-sub2) to rcl-emp-no
           move ws-tkn-name(ws-tkn-sub2) to rcl-name
           move zeros to ws-case-amount
           perform varying ws-tkn-sub3 from ws-tkn-sub2 by 1
             until ws-tkn-sub3 > ws-tkn-count
               if ws-tkn-payee(ws-tkn-sub3) = ws-payee-hold
                 and ws-tkn-case(ws-tkn-sub3) = ws-case-hold
                 and ws-tkn-used(ws-tkn-sub3) = 'N'
                   move 'Y' to ws-tkn-used(ws-tkn-sub3)
                   add ws-tkn-amount(ws-tkn-sub3) to ws-case-amount
               end-if
           end-perform
           move ws-case-hold to rcl-case
           move ws-case-amount to rcl-amount
           write remit-report-line from remit-case-line
           add 1 to ws-payee-cases
           add ws-case-amount to ws-payee-amount
           if ws-pye-found and ws-pye-sdu
               move spaces to sdu-detail-rec
               move 'DED' to sdd-rec-type
               move ws-pye-fips-hold to sdd-fips
               move ws-case-hold to sdd-case-no
               move ws-run-date to sdd-pay-date
               move ws-case-amount to sdd-amount
               move rcl-emp-no to sdd-employee-no
               move rcl-name to sdd-employee-name
               move ws-payee-hold to sdd-payee-code
               write sdu-detail-rec
               add 1 to ws-sdu-count
               add ws-case-amount to ws-sdu-total
           end-if.

       *> one check per payee from the shared series, listed for the
       *> bank with the payroll and refund checks
       220-issue-check.
           move spaces to check-issued-rec
           move ws-next-check-no to cki-check-no
           move ws-issue-date to cki-issue-date
           move ws-payee-amount to cki-amount
           move 'GARN' to cki-source
           move ws-payee-hold to cki-payee-id
           move ws-pye-name-hold to cki-payee-name
           write check-issued-rec
           move spaces to positive-pay-rec
           move 'I' to pp-rec-type
           move cki-check-no to pp-check-no
           move cki-issue-date to pp-issue-date
           move cki-amount to pp-amount
           move cki-payee-name to pp-payee-name
           write positive-pay-rec
           add 1 to ws-next-check-no
           add 1 to ws-check-count
           add ws-payee-amount to ws-check-total.

       *> every dollar on CH7TOTALS shown as paid by check, sent to
       *> the SDU, or held back unpaid - the difference must be zero
       300-write-confirmation.
           write remit-report-line from confirm-header
           move 'WITHHELD PER CH7TOTALS' to cfl-label
           move ws-refoot-count to cfl-count
           move ws-ctl-garnish to cfl-amount
           write remit-report-line from confirm-line
           move 'PAID BY CHECK' to cfl-label
           move ws-check-count to cfl-count
           move ws-check-total to cfl-amount
           write remit-report-line from confirm-line
           move 'SENT TO SDU' to cfl-label
           move ws-sdu-count to cfl-count
           move ws-sdu-total to cfl-amount
           write remit-report-line from confirm-line
           move 'NOT REMITTED' to cfl-label
           move ws-unpaid-count to cfl-count
           move ws-unpaid-total to cfl-amount
           write remit-report-line from confirm-line
           compute ws-paid-total =
             ws-check-total + ws-sdu-total + ws-unpaid-total
           compute ws-difference = ws-ctl-garnish - ws-paid-total
           move 'DIFFERENCE' to cfl-label
           move zero to cfl-count
           move ws-difference to cfl-amount
           write remit-report-line from confirm-line
           if ws-difference = 0
               move 'RECONCILES TO RAISE RUN GARNISHMENT TOTAL'
                 to cfr-text
           else
               move 'DOES NOT RECONCILE TO RAISE RUN GARNISHMENT TOTAL'
                 to cfr-text
           end-if
           write remit-report-line from confirm-result
           move spaces to positive-pay-trailer-rec
           move 'T' to ppt-rec-type
           move ws-check-count to ppt-count
           move ws-check-total to ppt-total
           write positive-pay-trailer-rec
           move spaces to sdu-trailer-rec
           move 'TRL' to sdt-rec-type
           move ws-sdu-count to sdt-count
           move ws-sdu-total to sdt-total
           write sdu-trailer-rec.

       350-write-control-and-log.
           open output check-control-file
           move ws-next-check-no to ctl-next-check-no
           write check-control-rec
           close check-control-file
           open extend remit-log-file
           move spaces to remit-log-rec
           move ws-run-date to rlg-run-date
           move ws-run-time to rlg-run-time
           move ws-remit-date to rlg-remit-date
           move ws-refoot-count to rlg-order-count
           move ws-ctl-garnish to rlg-total
           write remit-log-rec
           close remit-log-file.

       end program GarnishRemit.
