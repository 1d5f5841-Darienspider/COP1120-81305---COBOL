       identification division.
       program-id. CobraElig.
       Author. Shadarien Williams.

       environment division.
       configuration section.

       input-output section.
       file-control.
           *> separations keyed by Personnel - one record per
           *> employee whose group coverage ends with a qualifying
           *> event
           select separations-file
           assign to 'CH7SEPARATIONS'
           organization is line sequential.

           *> returned election forms - elect or waive continuation
           select optional election-file
           assign to 'CH7COBRAELECT'
           organization is line sequential.

           select payroll-master
           assign to 'CH7PAYROLL'
           organization is line sequential.

           select plan-master-file
           assign to
           'CH7PLANMASTER'
           organization is line sequential.

           *> election window, coverage months, admin fee and the
           *> premium grace period; defaults apply without it
           select optional cobra-control-file
           assign to 'CH7COBRACTL'
           organization is line sequential.

           *> the continuation eligibility master, one record per
           *> former employee
           select optional cobra-master
           assign to 'CH7COBRA'
           organization is line sequential.

           *> maintained eligibility master - operations copies this
           *> over CH7COBRA once the register has been reviewed
           select cobra-master-new
           assign to 'CH7COBRANEW'
           organization is line sequential.

           *> receivables customer file, read so a new participant
           *> is never given a customer id already in use
           select customer-ref
           assign to 'CH3CUSTREF'
           organization is line sequential.

           *> the receivables open items as left by the aging run -
           *> an unpaid premium past the grace period drops coverage
           select optional open-items-file
           assign to 'CH3OPENITEMSOUT'
           organization is line sequential.

           *> new participants as CH3CUSTREFTRANS add transactions -
           *> applied by CustRefMaint under its own audit trail
           select cobra-cust-trans
           assign to 'CH7COBRACUSTTRANS'
           organization is line sequential.

           *> election and termination notices, ready to mail
           select cobra-notice-file
           assign to 'CH7COBRANOTICES'
           organization is line sequential.

           select cobra-register-file
           assign to 'CH7COBRAREGISTER'
           organization is line sequential.

           select cobra-rejects-file
           assign to
           'CH7COBRAREJECTS'
           organization is line sequential.

       data division.
       file section.
       FD separations-file.
       01 separation-rec.
         05 sep-employee-no        PIC X(05).
         05 sep-event-date         PIC 9(08).
         05 sep-event-reason       PIC X(01).
           88 sep-valid-reason values 'T', 'H'.
         05 sep-user-id            PIC X(08).

       FD election-file.
       01 election-rec.
         05 ele-employee-no        PIC X(05).
         05 ele-election           PIC X(01).
           88 ele-elect value 'E'.
           88 ele-waive value 'W'.
         05 ele-date               PIC 9(08).
         05 ele-user-id            PIC X(08).

       FD payroll-master.
       01 payroll-rec.
         05 employee-no            PIC X(05).
         05 employee-name          PIC X(25).
         05 FILLER                 PIC X(04).
         05 annual-salary          PIC 9(06).
         05 FILLER                 PIC X(13).
         05 dues                   PIC 9(03)v9(2).
         05 insurance              PIC 9(03)v9(2).
         05 plan-code              PIC X(01).
         05 FILLER                 PIC X(16).

       FD plan-master-file.
       01 plan-master-rec.
         05 plm-code-in            PIC X(01).
         05 plm-name-in            PIC X(15).
         05 plm-premium-in         PIC 9(03)v99.
         05 plm-incr-pct-in        PIC 9v999.
         05 plm-cap-in             PIC 9(03)v99.

       FD cobra-control-file.
       01 cobra-control-rec.
         05 ctl-elect-days         PIC 9(03).
         05 FILLER                 PIC X(01).
         05 ctl-cover-months       PIC 9(02).
         05 FILLER                 PIC X(01).
         05 ctl-admin-pct          PIC 9v999.
         05 FILLER                 PIC X(01).
         05 ctl-grace-days         PIC 9(03).

       *> status E eligible - awaiting election, L elected, W waived,
       *> N no election by the deadline, D dropped for nonpayment,
       *> X coverage period ended
       FD cobra-master.
       01 cobra-rec.
         05 cob-employee-no        PIC X(05).
         05 FILLER                 PIC X(01).
         05 cob-name               PIC X(25).
         05 FILLER                 PIC X(01).
         05 cob-plan-code          PIC X(01).
         05 FILLER                 PIC X(01).
         05 cob-event-date         PIC 9(08).
         05 FILLER                 PIC X(01).
         05 cob-event-reason       PIC X(01).
         05 FILLER                 PIC X(01).
         05 cob-notice-date        PIC 9(08).
         05 FILLER                 PIC X(01).
         05 cob-elect-deadline     PIC 9(08).
         05 FILLER                 PIC X(01).
         05 cob-coverage-start     PIC 9(08).
         05 FILLER                 PIC X(01).
         05 cob-coverage-end       PIC 9(08).
         05 FILLER                 PIC X(01).
         05 cob-status             PIC X(01).
         05 FILLER                 PIC X(01).
         05 cob-status-date        PIC 9(08).
         05 FILLER                 PIC X(01).
         05 cob-cust-ident         PIC X(05).
         05 FILLER                 PIC X(01).
         05 cob-premium            PIC 9(03)v99.
         05 FILLER                 PIC X(01).
         05 cob-admin-fee          PIC 9(03)v99.

       FD cobra-master-new.
       01 cobra-new-rec            PIC X(109).

       FD customer-ref.
       01 customer-ref-rec.
         05 ref-ident              PIC X(05).
         05 ref-data               PIC X(75).

       FD open-items-file.
       01 open-item-rec.
         05 oio-ident              PIC X(05).
         05 FILLER                 PIC X(01).
         05 oio-period             PIC 9(06).
         05 FILLER                 PIC X(01).
         05 oio-amount             PIC 9(07)v99.
         05 FILLER                 PIC X(01).
         05 oio-invoice-date       PIC 9(06).
         05 FILLER                 PIC X(01).
         05 oio-due-date           PIC 9(06).
         05 FILLER                 PIC X(01).
         05 oio-disc-date          PIC 9(06).
         05 FILLER                 PIC X(01).
         05 oio-disc-pct           PIC 9v999.

       FD cobra-cust-trans.
       01 cobra-cust-trans-rec.
         05 trn-action             PIC X(01).
         05 trn-ident              PIC X(05).
         05 trn-ref-data.
           10 trn-ref-name         PIC X(20).
           10 trn-ref-credit-limit PIC 9(07)v99.
           10 trn-ref-tax-juris    PIC X(02).
           10 trn-ref-terms-code   PIC X(02).
           10 FILLER               PIC X(42).
         05 trn-user-id            PIC X(08).

       FD cobra-notice-file.
       01 cobra-notice-line        PIC X(90).

       FD cobra-register-file.
       01 cobra-register-line      PIC X(90).

       FD cobra-rejects-file.
       01 cobra-reject-rec.
         05 crj-employee-no        PIC X(05).
         05 FILLER                 PIC X(02) value spaces.
         05 crj-source             PIC X(01).
         05 FILLER                 PIC X(02) value spaces.
         05 crj-reason             PIC X(30).

       working-storage section.
       01 flags-and-indicators.
         05 are-there-more-records PIC xxx value 'yes'.
         05 ws-ele-more-records    PIC xxx value 'yes'.
         05 ws-plan-more-records   PIC xxx value 'yes'.
         05 ws-pay-more-records    PIC xxx value 'yes'.
         05 ws-cob-more-records    PIC xxx value 'yes'.
         05 ws-ref-more-records    PIC xxx value 'yes'.
         05 ws-oi-more-records     PIC xxx value 'yes'.
         05 ws-run-date            PIC 9(06) value zeros.
         05 ws-run-date-full       PIC 9(08) value zeros.
         05 ws-run-day-no          PIC 9(07) value zeros.

       *> continuation rules - overridden by CH7COBRACTL
       01 ws-cobra-rules.
         05 ws-elect-days          PIC 9(03) value 60.
         05 ws-cover-months        PIC 9(02) value 18.
         05 ws-admin-pct           PIC 9v999 value .020.
         05 ws-grace-days          PIC 9(03) value 30.

       01 ws-plan-table.
         05 ws-plan-count          PIC 9(02) value zero.
         05 ws-plan-entry occurs 10 times.
           10 ws-plan-code         PIC X(01).
           10 ws-plan-name         PIC X(15).
           10 ws-plan-premium      PIC 9(03)v99.
       01 ws-plan-sub              PIC 9(02) value zero.
       01 ws-plan-found-sub        PIC 9(02) value zero.
       01 ws-plan-found-sw         PIC xxx value 'no '.
         88 ws-plan-found value 'yes'.
       01 ws-plan-check-code       PIC X(01) value space.

       01 ws-emp-table.
         05 ws-emp-count           PIC 9(04) value zero.
         05 ws-emp-entry occurs 999 times.
           10 ws-emp-no            PIC X(05).
           10 ws-emp-name          PIC X(25).
           10 ws-emp-plan          PIC X(01).
       01 ws-emp-sub               PIC 9(04) value zero.
       01 ws-emp-found-sub         PIC 9(04) value zero.

       *> the eligibility master in core; the action and notice
       *> flags record what this run did to each participant
       01 ws-cobra-table.
         05 ws-cob-count           PIC 9(03) value zero.
         05 ws-cob-entry occurs 500 times.
           10 ws-cob-rec           PIC X(109).
           10 ws-cob-rec-keys redefines ws-cob-rec.
             15 ws-cob-emp-no      PIC X(05).
             15 FILLER             PIC X(87).
             15 ws-cob-cust-ident  PIC X(05).
             15 FILLER             PIC X(12).
           10 ws-cob-action        PIC X(17).
           10 ws-cob-notice        PIC X(01).
           10 ws-cob-days-late     PIC 9(04).
       01 ws-cob-sub               PIC 9(03) value zero.
       01 ws-cob-found-sub         PIC 9(03) value zero.
       01 ws-cob-check-no          PIC X(05) value spaces.
       01 ws-cob-check-ident       PIC X(05) value spaces.

       *> working copy of one eligibility record
       01 ws-cob-work.
         05 ws-cw-employee-no      PIC X(05).
         05 FILLER                 PIC X(01).
         05 ws-cw-name             PIC X(25).
         05 FILLER                 PIC X(01).
         05 ws-cw-plan-code        PIC X(01).
         05 FILLER                 PIC X(01).
         05 ws-cw-event-date       PIC 9(08).
         05 FILLER                 PIC X(01).
         05 ws-cw-event-reason     PIC X(01).
           88 ws-cw-termination value 'T'.
           88 ws-cw-hours-reduction value 'H'.
         05 FILLER                 PIC X(01).
         05 ws-cw-notice-date      PIC 9(08).
         05 FILLER                 PIC X(01).
         05 ws-cw-elect-deadline   PIC 9(08).
         05 FILLER                 PIC X(01).
         05 ws-cw-coverage-start   PIC 9(08).
         05 FILLER                 PIC X(01).
         05 ws-cw-coverage-end     PIC 9(08).
         05 FILLER                 PIC X(01).
         05 ws-cw-status           PIC X(01).
           88 ws-cw-eligible value 'E'.
           88 ws-cw-elected value 'L'.
           88 ws-cw-waived value 'W'.
           88 ws-cw-lapsed value 'N'.
           88 ws-cw-dropped value 'D'.
           88 ws-cw-expired value 'X'.
           88 ws-cw-open values 'E', 'L'.
         05 FILLER                 PIC X(01).
         05 ws-cw-status-date      PIC 9(08).
         05 FILLER                 PIC X(01).
         05 ws-cw-cust-ident       PIC X(05).
         05 FILLER                 PIC X(01).
         05 ws-cw-premium          PIC 9(03)v99.
         05 FILLER                 PIC X(01).
         05 ws-cw-admin-fee        PIC 9(03)v99.

       *> participant customer ids run C0001, C0002, ... above the
       *> highest one already used on either file
       01 ws-cust-ident-hold.
         05 ws-cih-prefix          PIC X(01).
         05 ws-cih-number          PIC X(04).
       01 ws-cust-number           PIC 9(04) value zero.
       01 ws-high-cust-number      PIC 9(04) value zero.

       01 ws-date-work.
         05 ws-dw-date             PIC 9(08) value zeros.
         05 ws-dw-date-split redefines ws-dw-date.
           10 ws-dw-yyyy           PIC 9(04).
           10 ws-dw-mm             PIC 9(02).
           10 ws-dw-dd             PIC 9(02).
         05 ws-dw-month-key        PIC 9(06) value zeros.
         05 ws-dw-days-left        PIC 9(03) value zeros.
         05 ws-dw-month-end        PIC 9(02) value zeros.
         05 ws-dw-quotient         PIC 9(04) value zeros.
         05 ws-dw-remainder        PIC 9(01) value zeros.
       01 ws-month-days-table      value '312831303130313130313031'.
         05 ws-month-days          PIC 9(02) occurs 12 times.
       01 ws-days-late             PIC s9(05) value zero.

       01 ws-total-cost            PIC 9(04)v99 value zero.
       01 ws-reason-text           PIC X(30) value spaces.
       01 ws-plan-name-hold        PIC X(15) value spaces.

       01 ws-cobra-totals.
         05 ws-new-count           PIC 9(04) value zero.
         05 ws-elected-count       PIC 9(04) value zero.
         05 ws-waived-count        PIC 9(04) value zero.
         05 ws-lapsed-count        PIC 9(04) value zero.
         05 ws-dropped-count       PIC 9(04) value zero.
         05 ws-expired-count       PIC 9(04) value zero.
         05 ws-reject-count        PIC 9(04) value zero.
         05 ws-active-count        PIC 9(04) value zero.
         05 ws-awaiting-count      PIC 9(04) value zero.

       01 register-header.
         05 filler                 PIC X(43) value
           ' CONTINUATION COVERAGE REGISTER      DATE: '.
         05 rgh-date               PIC 9(08).
         05 filler                 PIC X(39) value spaces.

       01 register-cols.
         05 filler                 PIC X(36) value
           ' EMP   NAME               P EVENT   '.
         05 filler                 PIC X(36) value
           ' DEADLINE COV END  S CUST    PREM AC'.
         05 filler                 PIC X(18) value 'TION'.

       01 register-detail.
         05 filler                 PIC X(01) value space.
         05 rgd-emp-no             PIC X(05).
         05 filler                 PIC X(01) value space.
         05 rgd-name               PIC X(18).
         05 filler                 PIC X(01) value space.
         05 rgd-plan               PIC X(01).
         05 filler                 PIC X(01) value space.
         05 rgd-event-date         PIC 9(08).
         05 filler                 PIC X(01) value space.
         05 rgd-deadline           PIC 9(08).
         05 filler                 PIC X(01) value space.
         05 rgd-coverage-end       PIC 9(08).
         05 filler                 PIC X(01) value space.
         05 rgd-status             PIC X(01).
         05 filler                 PIC X(01) value space.
         05 rgd-cust-ident         PIC X(05).
         05 filler                 PIC X(01) value space.
         05 rgd-premium            PIC ZZ9.99.
         05 filler                 PIC X(01) value space.
         05 rgd-action             PIC X(17).
         05 filler                 PIC X(02) value spaces.

       01 register-none-line.
         05 filler                 PIC X(40) value
           '  NO CONTINUATION ACTIVITY THIS RUN     '.
         05 filler                 PIC X(50) value spaces.

       01 register-total-line.
         05 filler                 PIC X(01) value space.
         05 rgt-label              PIC X(30).
         05 rgt-count              PIC ZZZ9.
         05 filler                 PIC X(55) value spaces.

       01 notice-date-line.
         05 filler                 PIC X(01) value space.
         05 ntd-title              PIC X(61).
         05 filler                 PIC X(06) value 'DATE: '.
         05 ntd-date               PIC 9(08).
         05 filler                 PIC X(14) value spaces.

       01 notice-to-line.
         05 filler                 PIC X(05) value ' TO: '.
         05 ntt-name               PIC X(25).
         05 filler                 PIC X(16) value
           '   EMPLOYEE NO: '.
         05 ntt-emp-no             PIC X(05).
         05 filler                 PIC X(39) value spaces.

       01 notice-amount-line.
         05 filler                 PIC X(01) value space.
         05 nta-label              PIC X(40).
         05 nta-amount             PIC Z,ZZ9.99.
         05 filler                 PIC X(41) value spaces.

       01 notice-count-line.
         05 filler                 PIC X(01) value space.
         05 ntn-label              PIC X(40).
         05 filler                 PIC X(04) value spaces.
         05 ntn-count              PIC ZZZ9.
         05 filler                 PIC X(41) value spaces.

       01 notice-text-line.
         05 filler                 PIC X(01) value space.
         05 ntx-text               PIC X(89).

       01 notice-rule-line         PIC X(90) value all '-'.
       01 notice-blank-line        PIC X(90) value spaces.

       procedure division.
       100-main-module.
           accept ws-run-date from date
           move function current-date(1:8) to ws-run-date-full
           move ws-run-date-full to ws-dw-date
           compute ws-run-day-no =
             ws-dw-yyyy * 365 + ws-dw-mm * 31 + ws-dw-dd
           perform 102-load-control
           perform 104-load-plan-master
           perform 106-load-payroll
           perform 108-load-cobra-master
           perform 110-find-high-cust-ident
           open output cobra-rejects-file
             output cobra-cust-trans
           perform 200-apply-separations
           perform 220-apply-elections
           perform 240-check-deadlines
           perform 260-check-unpaid-premiums
           close cobra-cust-trans
           perform 300-write-cobra-master
           perform 320-print-notices
           perform 340-print-register
           close cobra-rejects-file
           display 'CONTINUATION: NEW ' ws-new-count
             ' ELECTED ' ws-elected-count
             ' DROPPED ' ws-dropped-count
             ' REJECTED ' ws-reject-count
           goback.

       102-load-control.
           open input cobra-control-file
           read cobra-control-file
               at end
                   continue
               not at end
                   if ctl-elect-days numeric and ctl-elect-days > 0
                       move ctl-elect-days to ws-elect-days
                   end-if
                   if ctl-cover-months numeric
                     and ctl-cover-months > 0
                       move ctl-cover-months to ws-cover-months
                   end-if
                   if ctl-admin-pct numeric
                       move ctl-admin-pct to ws-admin-pct
                   end-if
                   if ctl-grace-days numeric
                       move ctl-grace-days to ws-grace-days
                   end-if
           end-read
           close cobra-control-file.

       104-load-plan-master.
           open input plan-master-file
           perform until ws-plan-more-records = 'no '
               read plan-master-file
                   at end
                       move 'no ' to ws-plan-more-records
                   not at end
                       add 1 to ws-plan-count
                       move plm-code-in to ws-plan-code(ws-plan-count)
                       move plm-name-in to ws-plan-name(ws-plan-count)
                       move plm-premium-in
                         to ws-plan-premium(ws-plan-count)
               end-read
           end-perform
           close plan-master-file.

       106-load-payroll.
           open input payroll-master
           perform until ws-pay-more-records = 'no '
               read payroll-master
                   at end
                       move 'no ' to ws-pay-more-records
                   not at end
                       if ws-emp-count = 999
                           display 'EMPLOYEE TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           goback
                       end-if
                       add 1 to ws-emp-count
                       move employee-no to ws-emp-no(ws-emp-count)
                       move employee-name to ws-emp-name(ws-emp-count)
                       move plan-code to ws-emp-plan(ws-emp-count)
               end-read
           end-perform
           close payroll-master.

       108-load-cobra-master.
           open input cobra-master
           perform until ws-cob-more-records = 'no '
               read cobra-master
                   at end
                       move 'no ' to ws-cob-more-records
                   not at end
                       if ws-cob-count = 500
                           display
                             'CONTINUATION TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           goback
                       end-if
                       add 1 to ws-cob-count
                       move cobra-rec to ws-cob-rec(ws-cob-count)
                       move spaces to ws-cob-action(ws-cob-count)
                         ws-cob-notice(ws-cob-count)
                       move zeros to ws-cob-days-late(ws-cob-count)
                       move cob-cust-ident to ws-cust-ident-hold
                       perform 112-note-cust-number
               end-read
           end-perform
           close cobra-master.

       110-find-high-cust-ident.
           open input customer-ref
           perform until ws-ref-more-records = 'no '
               read customer-ref
                   at end
                       move 'no ' to ws-ref-more-records
                   not at end
                       move ref-ident to ws-cust-ident-hold
                       perform 112-note-cust-number
               end-read
           end-perform
           close customer-ref.

       112-note-cust-number.
           if ws-cih-prefix = 'C' and ws-cih-number numeric
               move ws-cih-number to ws-cust-number
               if ws-cust-number > ws-high-cust-number
                   move ws-cust-number to ws-high-cust-number
               end-if
           end-if.

       114-find-plan.
           move 'no ' to ws-plan-found-sw
           move zeros to ws-plan-found-sub
           perform varying ws-plan-sub from 1 by 1
             until ws-plan-sub > ws-plan-count
               if ws-plan-code(ws-plan-sub) = ws-plan-check-code
                   set ws-plan-found to true
                   move ws-plan-sub to ws-plan-found-sub
                   move ws-plan-count to ws-plan-sub
               end-if
           end-perform.

       116-find-employee.
           move zeros to ws-emp-found-sub
           perform varying ws-emp-sub from 1 by 1
             until ws-emp-sub > ws-emp-count
               if ws-emp-no(ws-emp-sub) = ws-cob-check-no
                   move ws-emp-sub to ws-emp-found-sub
                   move ws-emp-count to ws-emp-sub
               end-if
           end-perform.

       118-find-cobra.
           move zeros to ws-cob-found-sub
           perform varying ws-cob-sub from 1 by 1
             until ws-cob-sub > ws-cob-count
               if ws-cob-emp-no(ws-cob-sub) = ws-cob-check-no
                   move ws-cob-sub to ws-cob-found-sub
                   move ws-cob-count to ws-cob-sub
               end-if
           end-perform.

       *> a separation opens continuation rights on the plan the
       *> employee was enrolled in; a former participant whose
       *> rights have closed is given a fresh record for the new
       *> event, one still open is a duplicate
       200-apply-separations.
           open input separations-file
           perform until are-there-more-records = 'no '
               read separations-file
                   at end
                       move 'no ' to are-there-more-records
                   not at end
                       perform 205-edit-separation
               end-read
           end-perform
           close separations-file.

       205-edit-separation.
           move sep-employee-no to ws-cob-check-no
           perform 116-find-employee
           perform 118-find-cobra
           move spaces to ws-reason-text
           if ws-emp-found-sub > zero
               move ws-emp-plan(ws-emp-found-sub) to ws-plan-check-code
               perform 114-find-plan
           end-if
           if ws-cob-found-sub > zero
               move ws-cob-rec(ws-cob-found-sub) to ws-cob-work
           end-if
           evaluate true
               when sep-event-date not numeric
                   move 'INVALID EVENT DATE' to ws-reason-text
               when sep-event-date > ws-run-date-full
                   move 'EVENT DATE IN FUTURE - HELD' to ws-reason-text
               when not sep-valid-reason
                   move 'INVALID EVENT REASON' to ws-reason-text
               when ws-emp-found-sub = zero
                   move 'UNKNOWN EMPLOYEE NUMBER' to ws-reason-text
               when not ws-plan-found
                   move 'NO PLAN COVERAGE TO CONTINUE'
                     to ws-reason-text
               when ws-cob-found-sub > zero and ws-cw-open
                   move 'ALREADY ON CONTINUATION' to ws-reason-text
               when other
                   perform 210-open-continuation
           end-evaluate
           if ws-reason-text not = spaces
               move spaces to cobra-reject-rec
               move sep-employee-no to crj-employee-no
               move 'S' to crj-source
               move ws-reason-text to crj-reason
               write cobra-reject-rec
               add 1 to ws-reject-count
           end-if.

       *> the election window runs from the later of the event and
       *> the notice; coverage picks up the first of the month after
       *> the event and runs the full continuation period
       210-open-continuation.
           if ws-cob-found-sub = zero
               if ws-cob-count = 500
                   display 'CONTINUATION TABLE FULL - RUN STOPPED'
                   move 12 to RETURN-CODE
                   goback
               end-if
               add 1 to ws-cob-count
               move ws-cob-count to ws-cob-found-sub
           end-if
           move spaces to ws-cob-work
           move sep-employee-no to ws-cw-employee-no
           move ws-emp-name(ws-emp-found-sub) to ws-cw-name
           move ws-emp-plan(ws-emp-found-sub) to ws-cw-plan-code
           move sep-event-date to ws-cw-event-date
           move sep-event-reason to ws-cw-event-reason
           move ws-run-date-full to ws-cw-notice-date
           move ws-run-date-full to ws-dw-date
           move ws-elect-days to ws-dw-days-left
           perform 217-add-calendar-days
           move ws-dw-date to ws-cw-elect-deadline
           move sep-event-date to ws-dw-date
           compute ws-dw-month-key =
             ws-dw-yyyy * 12 + ws-dw-mm
           perform 215-first-of-month
           move ws-dw-date to ws-cw-coverage-start
           compute ws-dw-month-key =
             ws-dw-yyyy * 12 + ws-dw-mm + ws-cover-months - 1
           perform 216-end-of-month
           move ws-dw-date to ws-cw-coverage-end
           move 'E' to ws-cw-status
           move ws-run-date-full to ws-cw-status-date
           move spaces to ws-cw-cust-ident
           move ws-plan-premium(ws-plan-found-sub) to ws-cw-premium
           compute ws-cw-admin-fee rounded =
             ws-cw-premium * ws-admin-pct
           move ws-cob-work to ws-cob-rec(ws-cob-found-sub)
           move 'NEW - NOTICE SENT' to ws-cob-action(ws-cob-found-sub)
           move 'E' to ws-cob-notice(ws-cob-found-sub)
           move zeros to ws-cob-days-late(ws-cob-found-sub)
           add 1 to ws-new-count.

       *> first day of the month after the one in ws-dw-month-key
       215-first-of-month.
           divide ws-dw-month-key by 12 giving ws-dw-yyyy
             remainder ws-dw-mm
           add 1 to ws-dw-mm
           move 01 to ws-dw-dd.

       *> last day of the month in ws-dw-month-key
       216-end-of-month.
           divide ws-dw-month-key by 12 giving ws-dw-yyyy
             remainder ws-dw-mm
           if ws-dw-mm = 0
               move 12 to ws-dw-mm
               subtract 1 from ws-dw-yyyy
           end-if
           perform 218-set-month-end
           move ws-dw-month-end to ws-dw-dd.

       *> rolls ws-dw-date forward ws-dw-days-left calendar days
       217-add-calendar-days.
           perform until ws-dw-days-left = 0
               perform 218-set-month-end
               if ws-dw-dd + ws-dw-days-left > ws-dw-month-end
                   compute ws-dw-days-left = ws-dw-days-left -
                     (ws-dw-month-end - ws-dw-dd) - 1
                   move 1 to ws-dw-dd
                   if ws-dw-mm = 12
                       move 1 to ws-dw-mm
                       add 1 to ws-dw-yyyy
                   else
                       add 1 to ws-dw-mm
                   end-if
               else
                   add ws-dw-days-left to ws-dw-dd
                   move zero to ws-dw-days-left
               end-if
           end-perform.

       218-set-month-end.
           move ws-month-days(ws-dw-mm) to ws-dw-month-end
           if ws-dw-mm = 2
               divide ws-dw-yyyy by 4 giving ws-dw-quotient
                 remainder ws-dw-remainder
               if ws-dw-remainder = 0
                   move 29 to ws-dw-month-end
               end-if
           end-if.

       *> an election must be signed by the deadline; electing makes
       *> the participant a receivables customer so the premium can
       *> be billed
       220-apply-elections.
           open input election-file
           perform until ws-ele-more-records = 'no '
               read election-file
                   at end
                       move 'no ' to ws-ele-more-records
                   not at end
                       perform 225-edit-election
               end-read
           end-perform
           close election-file.

       225-edit-election.
           move ele-employee-no to ws-cob-check-no
           perform 118-find-cobra
           move spaces to ws-reason-text
           if ws-cob-found-sub > zero
               move ws-cob-rec(ws-cob-found-sub) to ws-cob-work
           end-if
           evaluate true
               when ws-cob-found-sub = zero
                   move 'NOT ON CONTINUATION FILE' to ws-reason-text
               when ws-cw-elected and ele-elect
                   move 'ALREADY ELECTED' to ws-reason-text
               when not ws-cw-eligible
                   move 'NOT AWAITING ELECTION' to ws-reason-text
               when not ele-elect and not ele-waive
                   move 'INVALID ELECTION CODE' to ws-reason-text
               when ele-date not numeric
                   move 'INVALID ELECTION DATE' to ws-reason-text
               when ele-date > ws-cw-elect-deadline
                   move 'ELECTION PAST DEADLINE' to ws-reason-text
               when ele-waive
                   move 'W' to ws-cw-status
                   move ele-date to ws-cw-status-date
                   move ws-cob-work to ws-cob-rec(ws-cob-found-sub)
                   move 'WAIVED' to ws-cob-action(ws-cob-found-sub)
                   add 1 to ws-waived-count
               when other
                   perform 230-elect-coverage
           end-evaluate
           if ws-reason-text not = spaces
               move spaces to cobra-reject-rec
               move ele-employee-no to crj-employee-no
               move 'E' to crj-source
               move ws-reason-text to crj-reason
               write cobra-reject-rec
               add 1 to ws-reject-count
           end-if.

       230-elect-coverage.
           add 1 to ws-high-cust-number
           move 'C' to ws-cih-prefix
           move ws-high-cust-number to ws-cih-number
           move ws-cust-ident-hold to ws-cw-cust-ident
           move 'L' to ws-cw-status
           move ele-date to ws-cw-status-date
           move ws-cob-work to ws-cob-rec(ws-cob-found-sub)
           move 'ELECTED' to ws-cob-action(ws-cob-found-sub)
           move spaces to cobra-cust-trans-rec
           move 'A' to trn-action
           move ws-cw-cust-ident to trn-ident
           move ws-cw-name to trn-ref-name
           move zeros to trn-ref-credit-limit
           move ele-user-id to trn-user-id
           write cobra-cust-trans-rec
           add 1 to ws-elected-count.

       *> rights not exercised by the deadline lapse; coverage that
       *> has run its full period ends
       240-check-deadlines.
           perform varying ws-cob-sub from 1 by 1
             until ws-cob-sub > ws-cob-count
               move ws-cob-rec(ws-cob-sub) to ws-cob-work
               evaluate true
                   when ws-cw-eligible
                     and ws-run-date-full > ws-cw-elect-deadline
                       move 'N' to ws-cw-status
                       move ws-run-date-full to ws-cw-status-date
                       move ws-cob-work to ws-cob-rec(ws-cob-sub)
                       move 'LAPSED - NO ELECT'
                         to ws-cob-action(ws-cob-sub)
                       add 1 to ws-lapsed-count
                   when ws-cw-elected
                     and ws-run-date-full > ws-cw-coverage-end
                       move 'X' to ws-cw-status
                       move ws-run-date-full to ws-cw-status-date
                       move ws-cob-work to ws-cob-rec(ws-cob-sub)
                       move 'COVERAGE ENDED'
                         to ws-cob-action(ws-cob-sub)
                       add 1 to ws-expired-count
                   when other
                       continue
               end-evaluate
           end-perform.

       *> any open premium invoice for an elected participant more
       *> than the grace period past its due date ends coverage
       260-check-unpaid-premiums.
           open input open-items-file
           perform until ws-oi-more-records = 'no '
               read open-items-file
                   at end
                       move 'no ' to ws-oi-more-records
                   not at end
                       perform 265-check-one-open-item
               end-read
           end-perform
           close open-items-file
           perform varying ws-cob-sub from 1 by 1
             until ws-cob-sub > ws-cob-count
               move ws-cob-rec(ws-cob-sub) to ws-cob-work
               if ws-cw-elected
                 and ws-cob-days-late(ws-cob-sub) > ws-grace-days
                   move 'D' to ws-cw-status
                   move ws-run-date-full to ws-cw-status-date
                   move ws-cob-work to ws-cob-rec(ws-cob-sub)
                   move 'DROPPED - UNPAID'
                     to ws-cob-action(ws-cob-sub)
                   move 'D' to ws-cob-notice(ws-cob-sub)
                   add 1 to ws-dropped-count
               end-if
           end-perform.

       265-check-one-open-item.
           if oio-amount numeric and oio-amount > zero
             and oio-due-date numeric and oio-due-date > zero
               move oio-ident to ws-cob-check-ident
               perform varying ws-cob-sub from 1 by 1
                 until ws-cob-sub > ws-cob-count
                   if ws-cob-cust-ident(ws-cob-sub)
                     = ws-cob-check-ident
                       compute ws-dw-date = 20000000 + oio-due-date
                       compute ws-days-late = ws-run-day-no -
                         (ws-dw-yyyy * 365 + ws-dw-mm * 31 + ws-dw-dd)
                       if ws-days-late > ws-cob-days-late(ws-cob-sub)
                           move ws-days-late
                             to ws-cob-days-late(ws-cob-sub)
                       end-if
                   end-if
               end-perform
           end-if.

       300-write-cobra-master.
           open output cobra-master-new
           perform varying ws-cob-sub from 1 by 1
             until ws-cob-sub > ws-cob-count
               move ws-cob-rec(ws-cob-sub) to cobra-new-rec
               write cobra-new-rec
           end-perform
           close cobra-master-new.

       320-print-notices.
           open output cobra-notice-file
           perform varying ws-cob-sub from 1 by 1
             until ws-cob-sub > ws-cob-count
               move ws-cob-rec(ws-cob-sub) to ws-cob-work
               move ws-cw-plan-code to ws-plan-check-code
               perform 114-find-plan
               if ws-cob-notice(ws-cob-sub) = 'E'
                   perform 325-election-notice
               end-if
               if ws-cob-notice(ws-cob-sub) = 'D'
                   perform 330-termination-notice
               end-if
           end-perform
           close cobra-notice-file.

       325-election-notice.
           move
             'CONTINUATION OF GROUP HEALTH COVERAGE - ELECTION NOTICE'
             to ntd-title
           perform 335-notice-heading
           move spaces to ntx-text
           string 'YOUR GROUP HEALTH COVERAGE UNDER PLAN '
             ws-cw-plan-code ' ' delimited by size
             ws-plan-name-hold delimited by '  '
             ' ENDED WITH A QUALIFYING EVENT' delimited by size
             into ntx-text
           write cobra-notice-line from notice-text-line
           if ws-cw-hours-reduction
               move 'REDUCTION IN HOURS' to ws-reason-text
           else
               move 'TERMINATION OF EMPLOYMENT' to ws-reason-text
           end-if
           move spaces to ntx-text
           string 'ON ' ws-cw-event-date ': ' delimited by size
             ws-reason-text delimited by '  '
             '.' delimited by size
             into ntx-text
           write cobra-notice-line from notice-text-line
           move spaces to ntx-text
           string 'YOU MAY ELECT TO CONTINUE THIS COVERAGE FROM '
             ws-cw-coverage-start ' THROUGH ' ws-cw-coverage-end '.'
             delimited by size into ntx-text
           write cobra-notice-line from notice-text-line
           write cobra-notice-line from notice-blank-line
           move 'MONTHLY PREMIUM:' to nta-label
           move ws-cw-premium to nta-amount
           write cobra-notice-line from notice-amount-line
           move 'ADMINISTRATIVE FEE:' to nta-label
           move ws-cw-admin-fee to nta-amount
           write cobra-notice-line from notice-amount-line
           compute ws-total-cost = ws-cw-premium + ws-cw-admin-fee
           move 'TOTAL MONTHLY COST:' to nta-label
           move ws-total-cost to nta-amount
           write cobra-notice-line from notice-amount-line
           write cobra-notice-line from notice-blank-line
           move spaces to ntx-text
           string 'YOUR ELECTION MUST BE RECEIVED BY '
             ws-cw-elect-deadline '.  IF IT IS NOT, YOUR RIGHT TO'
             delimited by size into ntx-text
           write cobra-notice-line from notice-text-line
           move
             'CONTINUE COVERAGE ENDS.  PREMIUMS ARE BILLED MONTHLY.'
             to ntx-text
           write cobra-notice-line from notice-text-line
           write cobra-notice-line from notice-rule-line.

       330-termination-notice.
           move 'CONTINUATION COVERAGE - NOTICE OF TERMINATION'
             to ntd-title
           perform 335-notice-heading
           move spaces to ntx-text
           string 'YOUR CONTINUATION COVERAGE UNDER PLAN '
             ws-cw-plan-code ' ' delimited by size
             ws-plan-name-hold delimited by '  '
             ' HAS BEEN TERMINATED' delimited by size
             into ntx-text
           write cobra-notice-line from notice-text-line
           move spaces to ntx-text
           string 'EFFECTIVE ' ws-run-date-full
             ' FOR NONPAYMENT OF PREMIUM.' delimited by size
             into ntx-text
           write cobra-notice-line from notice-text-line
           write cobra-notice-line from notice-blank-line
           move 'DAYS PAST DUE ON THE OLDEST PREMIUM:' to ntn-label
           move ws-cob-days-late(ws-cob-sub) to ntn-count
           write cobra-notice-line from notice-count-line
           move 'GRACE PERIOD ALLOWED FOR PAYMENT (DAYS):' to ntn-label
           move ws-grace-days to ntn-count
           write cobra-notice-line from notice-count-line
           write cobra-notice-line from notice-rule-line.

       335-notice-heading.
           move ws-run-date-full to ntd-date
           write cobra-notice-line from notice-date-line
           write cobra-notice-line from notice-blank-line
           move ws-cw-name to ntt-name
           move ws-cw-employee-no to ntt-emp-no
           write cobra-notice-line from notice-to-line
           write cobra-notice-line from notice-blank-line
           move spaces to ws-plan-name-hold
           if ws-plan-found
               move ws-plan-name(ws-plan-found-sub) to ws-plan-name-hold
           end-if.

       340-print-register.
           open output cobra-register-file
           move ws-run-date-full to rgh-date
           write cobra-register-line from register-header
           write cobra-register-line from notice-blank-line
           write cobra-register-line from register-cols
           perform varying ws-cob-sub from 1 by 1
             until ws-cob-sub > ws-cob-count
               move ws-cob-rec(ws-cob-sub) to ws-cob-work
               if ws-cw-eligible
                   add 1 to ws-awaiting-count
               end-if
               if ws-cw-elected
                   add 1 to ws-active-count
               end-if
               if ws-cob-action(ws-cob-sub) not = spaces
                   move ws-cw-employee-no to rgd-emp-no
                   move ws-cw-name to rgd-name
                   move ws-cw-plan-code to rgd-plan
                   move ws-cw-event-date to rgd-event-date
                   move ws-cw-elect-deadline to rgd-deadline
                   move ws-cw-coverage-end to rgd-coverage-end
                   move ws-cw-status to rgd-status
                   move ws-cw-cust-ident to rgd-cust-ident
                   move ws-cw-premium to rgd-premium
                   move ws-cob-action(ws-cob-sub) to rgd-action
                   write cobra-register-line from register-detail
               end-if
           end-perform
           if ws-new-count + ws-elected-count + ws-waived-count
             + ws-lapsed-count + ws-dropped-count + ws-expired-count
             = zero
               write cobra-register-line from register-none-line
           end-if
           write cobra-register-line from notice-blank-line
           move 'NEW QUALIFYING EVENTS:' to rgt-label
           move ws-new-count to rgt-count
           write cobra-register-line from register-total-line
           move 'ELECTIONS RECEIVED:' to rgt-label
           move ws-elected-count to rgt-count
           write cobra-register-line from register-total-line
           move 'WAIVERS RECEIVED:' to rgt-label
           move ws-waived-count to rgt-count
           write cobra-register-line from register-total-line
           move 'LAPSED WITHOUT ELECTION:' to rgt-label
           move ws-lapsed-count to rgt-count
           write cobra-register-line from register-total-line
           move 'DROPPED FOR NONPAYMENT:' to rgt-label
           move ws-dropped-count to rgt-count
           write cobra-register-line from register-total-line
           move 'COVERAGE PERIOD ENDED:' to rgt-label
           move ws-expired-count to rgt-count
           write cobra-register-line from register-total-line
           move 'REJECTED TRANSACTIONS:' to rgt-label
           move ws-reject-count to rgt-count
           write cobra-register-line from register-total-line
           move 'AWAITING ELECTION:' to rgt-label
           move ws-awaiting-count to rgt-count
           write cobra-register-line from register-total-line
           move 'ACTIVE CONTINUATION COVERAGE:' to rgt-label
           move ws-active-count to rgt-count
           write cobra-register-line from register-total-line
           close cobra-register-file.

       end program CobraElig.
