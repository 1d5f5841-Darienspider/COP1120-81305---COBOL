       identification division.
       program-id. CarrierRecon.
       Author. Shadarien Williams.

       environment division.
       configuration section.

       input-output section.
       file-control.
           *> the carrier's monthly bill - one detail per covered
           *> employee and an invoice trailer with the amount billed
           select carrier-bill-file
           assign to 'CH7CARRIERBILL'
           organization is line sequential.

           *> who is enrolled in which plan tier
           select payroll-master
           assign to 'CH7PAYROLL'
           organization is line sequential.

           *> what the raise run actually deducted from each employee
           select optional payroll-audit-file
           assign to
           'CH7AUDIT'
           organization is line sequential.

           select plan-master-file
           assign to
           'CH7PLANMASTER'
           organization is line sequential.

           *> former employees carried on continuation coverage -
           *> still billed by the carrier, paid through receivables
           select optional cobra-master
           assign to 'CH7COBRA'
           organization is line sequential.

           select carrier-recon-file
           assign to 'CH7CARRIERRECON'
           organization is line sequential.

           *> the disputed lines, sent back to the carrier with the
           *> short payment
           select carrier-dispute-file
           assign to
           'CH7CARRIERDISPUTES'
           organization is line sequential.

       data division.
       file section.
       FD carrier-bill-file.
       01 carrier-bill-rec.
         05 cbl-rec-type           PIC X(01).
           88 cbl-detail value 'D'.
           88 cbl-trailer value 'T'.
         05 cbl-employee-no        PIC X(05).
         05 cbl-plan-code          PIC X(01).
         05 cbl-premium            PIC 9(03)v99.
         05 cbl-member-name        PIC X(25).
       01 carrier-trailer-rec.
         05 FILLER                 PIC X(01).
         05 cbt-invoice-no         PIC X(10).
         05 cbt-invoice-total      PIC 9(07)v99.
         05 FILLER                 PIC X(17).

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

       FD payroll-audit-file.
       01 audit-rec.
         05 aud-employee-no        PIC X(05).
         05 FILLER                 PIC X(01).
         05 aud-old-salary         PIC 9(06).
         05 FILLER                 PIC X(01).
         05 aud-new-salary         PIC 9(08)v99.
         05 FILLER                 PIC X(01).
         05 aud-old-dues           PIC 9(03)v99.
         05 FILLER                 PIC X(01).
         05 aud-new-dues           PIC 9(03)v99.
         05 FILLER                 PIC X(01).
         05 aud-old-insurance      PIC 9(03)v99.
         05 FILLER                 PIC X(01).
         05 aud-new-insurance      PIC 9(03)v99.
         05 FILLER                 PIC X(01).
         05 aud-retro-pay          PIC 9(07)v99.
         05 FILLER                 PIC X(01).
         05 aud-capped-flag        PIC X(03).
         05 FILLER                 PIC X(01).
         05 aud-garnish-amt        PIC 9(05)v99.

       FD plan-master-file.
       01 plan-master-rec.
         05 plm-code-in            PIC X(01).
         05 plm-name-in            PIC X(15).
         05 plm-premium-in         PIC 9(03)v99.
         05 plm-incr-pct-in        PIC 9v999.
         05 plm-cap-in             PIC 9(03)v99.

       FD cobra-master.
       01 cobra-rec.
         05 cob-employee-no        PIC X(05).
         05 FILLER                 PIC X(01).
         05 cob-name               PIC X(25).
         05 FILLER                 PIC X(01).
         05 cob-plan-code          PIC X(01).
         05 FILLER                 PIC X(48).
         05 cob-status             PIC X(01).
           88 cob-elected value 'L'.
         05 FILLER                 PIC X(27).

       FD carrier-recon-file.
       01 carrier-recon-line       PIC X(90).

       FD carrier-dispute-file.
       01 carrier-dispute-rec.
         05 dsp-employee-no        PIC X(05).
         05 FILLER                 PIC X(01).
         05 dsp-plan-code          PIC X(01).
         05 FILLER                 PIC X(01).
         05 dsp-billed             PIC 9(03)v99.
         05 FILLER                 PIC X(01).
         05 dsp-disputed           PIC 9(03)v99.
         05 FILLER                 PIC X(01).
         05 dsp-reason             PIC X(25).

       working-storage section.
       01 flags-and-indicators.
         05 are-there-more-records PIC xxx value 'yes'.
         05 ws-bill-more-records   PIC xxx value 'yes'.
         05 ws-aud-more-records    PIC xxx value 'yes'.
         05 ws-plan-more-records   PIC xxx value 'yes'.
         05 ws-cob-more-records    PIC xxx value 'yes'.
         05 ws-trailer-sw          PIC xxx value 'no '.
           88 ws-trailer-found value 'yes'.

       01 ws-plan-table.
         05 ws-plan-count          PIC 9(02) value zero.
         05 ws-plan-entry occurs 10 times.
           10 ws-plan-code         PIC X(01).
           10 ws-plan-name         PIC X(15).
           10 ws-plan-premium      PIC 9(03)v99.
           10 ws-plan-billed-cnt   PIC 9(04).
           10 ws-plan-billed-amt   PIC 9(07)v99.
           10 ws-plan-enrolled-cnt PIC 9(04).
           10 ws-plan-expected-amt PIC 9(07)v99.
           10 ws-plan-deducted-amt PIC 9(07)v99.
           10 ws-plan-disputed-amt PIC 9(07)v99.
       01 ws-plan-sub              PIC 9(02) value zero.
       01 ws-plan-found-sub        PIC 9(02) value zero.
       01 ws-plan-found-sw         PIC xxx value 'no '.
         88 ws-plan-found value 'yes'.
       01 ws-plan-check-code       PIC X(01) value space.

       *> the payroll master held in core with what was deducted
       *> and whether the carrier billed for the employee
       01 ws-emp-table.
         05 ws-emp-count           PIC 9(04) value zero.
         05 ws-emp-entry occurs 999 times.
           10 ws-emp-no            PIC X(05).
           10 ws-emp-name          PIC X(25).
           10 ws-emp-plan          PIC X(01).
           10 ws-emp-deducted      PIC 9(03)v99.
           10 ws-emp-audited       PIC X(01).
           10 ws-emp-billed        PIC X(01).
       01 ws-emp-sub               PIC 9(04) value zero.
       01 ws-emp-found-sub         PIC 9(04) value zero.
       01 ws-emp-check-no          PIC X(05) value spaces.

       01 ws-expected-premium      PIC 9(03)v99 value zero.
       01 ws-disputed-amt          PIC 9(03)v99 value zero.
       01 ws-reason-hold           PIC X(25) value spaces.

       01 ws-recon-totals.
         05 ws-billed-count        PIC 9(04) value zero.
         05 ws-billed-total        PIC 9(07)v99 value zero.
         05 ws-disputed-total      PIC 9(07)v99 value zero.
         05 ws-underbilled-total   PIC 9(07)v99 value zero.
         05 ws-invoice-total       PIC 9(07)v99 value zero.
         05 ws-invoice-no          PIC X(10) value spaces.
         05 ws-net-due             PIC s9(07)v99 value zero.
         05 ws-exception-count     PIC 9(04) value zero.
         05 ws-not-billed-count    PIC 9(04) value zero.

       01 recon-header.
         05 filler                 PIC X(42) value
           ' INSURANCE CARRIER INVOICE RECONCILIATION '.
         05 filler                 PIC X(48) value spaces.

       01 exception-cols.
         05 filler                 PIC X(35) value
           ' EMP    NAME                  BL EN'.
         05 filler                 PIC X(34) value
           '  BILLED  EXPECT  DEDUCT  DISPUTE '.
         05 filler                 PIC X(21) value 'REASON'.

       01 exception-detail.
         05 filler                 PIC X(01) value space.
         05 exd-emp-no             PIC X(05).
         05 filler                 PIC X(02) value spaces.
         05 exd-name               PIC X(20).
         05 filler                 PIC X(02) value spaces.
         05 exd-billed-plan        PIC X(01).
         05 filler                 PIC X(02) value spaces.
         05 exd-enrolled-plan      PIC X(01).
         05 filler                 PIC X(02) value spaces.
         05 exd-billed             PIC ZZ9.99 blank when zero.
         05 filler                 PIC X(02) value spaces.
         05 exd-expected           PIC ZZ9.99 blank when zero.
         05 filler                 PIC X(02) value spaces.
         05 exd-deducted           PIC ZZ9.99 blank when zero.
         05 filler                 PIC X(02) value spaces.
         05 exd-disputed           PIC ZZ9.99 blank when zero.
         05 filler                 PIC X(01) value space.
         05 exd-reason             PIC X(21).

       01 exception-none-line.
         05 filler                 PIC X(40) value
           '  NO BILLING EXCEPTIONS FOUND           '.
         05 filler                 PIC X(50) value spaces.

       01 plan-cols.
         05 filler                 PIC X(45) value
           ' PLAN                BILLED  BILLED AMT  ENRO'.
         05 filler                 PIC X(45) value
           'LLED  EXPECTED AMT  DEDUCTED AMT    DISPUTED '.

       01 plan-detail.
         05 filler                 PIC X(01) value space.
         05 pld-code               PIC X(01).
         05 filler                 PIC X(01) value space.
         05 pld-name               PIC X(15).
         05 filler                 PIC X(02) value spaces.
         05 pld-billed-cnt         PIC ZZZ9.
         05 filler                 PIC X(01) value space.
         05 pld-billed-amt         PIC ZZZ,ZZ9.99.
         05 filler                 PIC X(05) value spaces.
         05 pld-enrolled-cnt       PIC ZZZ9.
         05 filler                 PIC X(02) value spaces.
         05 pld-expected-amt       PIC ZZZ,ZZ9.99.
         05 filler                 PIC X(04) value spaces.
         05 pld-deducted-amt       PIC ZZZ,ZZ9.99.
         05 filler                 PIC X(02) value spaces.
         05 pld-disputed-amt       PIC ZZZ,ZZ9.99.
         05 filler                 PIC X(08) value spaces.

       01 summary-line.
         05 filler                 PIC X(01) value space.
         05 sml-label              PIC X(30).
         05 sml-amount             PIC -Z,ZZZ,ZZ9.99.
         05 filler                 PIC X(46) value spaces.

       01 recon-blank-line         PIC X(90) value spaces.

       procedure division.
       100-main-module.
           perform 102-load-plan-master
           perform 104-load-payroll
           perform 106-load-audit
           perform 108-load-continuation
           open input carrier-bill-file
             output carrier-recon-file
             output carrier-dispute-file
           write carrier-recon-line from recon-header
           write carrier-recon-line from recon-blank-line
           write carrier-recon-line from exception-cols
           perform until ws-bill-more-records = 'no '
               read carrier-bill-file
                   at end
                       move 'no ' to ws-bill-more-records
                   not at end
                       if cbl-trailer
                           set ws-trailer-found to true
                           move cbt-invoice-no to ws-invoice-no
                           move cbt-invoice-total to ws-invoice-total
                       else
                           perform 200-check-billed-line
                       end-if
               end-read
           end-perform
           perform 300-find-not-billed
           if ws-exception-count = zero
               write carrier-recon-line from exception-none-line
           end-if
           perform 400-plan-summary
           perform 500-net-due
           close carrier-bill-file carrier-recon-file
             carrier-dispute-file
           display 'CARRIER RECON: BILLED ' ws-billed-count
             ' EXCEPTIONS ' ws-exception-count
             ' NET DUE ' sml-amount
           goback.

       102-load-plan-master.
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
                       move zeros to ws-plan-billed-cnt(ws-plan-count)
                         ws-plan-billed-amt(ws-plan-count)
                         ws-plan-enrolled-cnt(ws-plan-count)
                         ws-plan-expected-amt(ws-plan-count)
                         ws-plan-deducted-amt(ws-plan-count)
                         ws-plan-disputed-amt(ws-plan-count)
               end-read
           end-perform
           close plan-master-file.

       *> an employee is enrolled when the payroll master carries a
       *> plan code the plan master knows
       104-load-payroll.
           open input payroll-master
           perform until are-there-more-records = 'no '
               read payroll-master
                   at end
                       move 'no ' to are-there-more-records
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
                       move zeros to ws-emp-deducted(ws-emp-count)
                       move 'N' to ws-emp-audited(ws-emp-count)
                       move 'N' to ws-emp-billed(ws-emp-count)
                       move plan-code to ws-plan-check-code
                       perform 110-find-plan
                       if ws-plan-found
                           add 1 to
                             ws-plan-enrolled-cnt(ws-plan-found-sub)
                           add ws-plan-premium(ws-plan-found-sub)
                             to ws-plan-expected-amt(ws-plan-found-sub)
                       end-if
               end-read
           end-perform
           close payroll-master.

       106-load-audit.
           open input payroll-audit-file
           perform until ws-aud-more-records = 'no '
               read payroll-audit-file
                   at end
                       move 'no ' to ws-aud-more-records
                   not at end
                       move aud-employee-no to ws-emp-check-no
                       perform 120-find-employee
                       if ws-emp-found-sub > zero
                           move aud-new-insurance
                             to ws-emp-deducted(ws-emp-found-sub)
                           move 'Y' to ws-emp-audited(ws-emp-found-sub)
                           move ws-emp-plan(ws-emp-found-sub)
                             to ws-plan-check-code
                           perform 110-find-plan
                           if ws-plan-found
                               add aud-new-insurance to
                                 ws-plan-deducted-amt(ws-plan-found-sub)
                           end-if
                       end-if
               end-read
           end-perform
           close payroll-audit-file.

       *> an elected continuation participant is enrolled like an
       *> employee; the premium is collected through receivables
       *> rather than deducted, so it is never short a deduction
       108-load-continuation.
           open input cobra-master
           perform until ws-cob-more-records = 'no '
               read cobra-master
                   at end
                       move 'no ' to ws-cob-more-records
                   not at end
                       if cob-elected
                           perform 109-add-participant
                       end-if
               end-read
           end-perform
           close cobra-master.

       109-add-participant.
           if ws-emp-count = 999
               display 'EMPLOYEE TABLE FULL - RUN STOPPED'
               move 12 to RETURN-CODE
               goback
           end-if
           add 1 to ws-emp-count
           move cob-employee-no to ws-emp-no(ws-emp-count)
           move cob-name to ws-emp-name(ws-emp-count)
           move cob-plan-code to ws-emp-plan(ws-emp-count)
           move zeros to ws-emp-deducted(ws-emp-count)
           move 'C' to ws-emp-audited(ws-emp-count)
           move 'N' to ws-emp-billed(ws-emp-count)
           move cob-plan-code to ws-plan-check-code
           perform 110-find-plan
           if ws-plan-found
               add 1 to ws-plan-enrolled-cnt(ws-plan-found-sub)
               add ws-plan-premium(ws-plan-found-sub)
                 to ws-plan-expected-amt(ws-plan-found-sub)
           end-if.

       110-find-plan.
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

       120-find-employee.
           move zeros to ws-emp-found-sub
           perform varying ws-emp-sub from 1 by 1
             until ws-emp-sub > ws-emp-count
               if ws-emp-no(ws-emp-sub) = ws-emp-check-no
                   move ws-emp-sub to ws-emp-found-sub
                   move ws-emp-count to ws-emp-sub
               end-if
           end-perform.

       *> every billed line is proven against enrollment and priced
       *> from the plan master; anything billed that should not have
       *> been is disputed in full, an overcharge by the difference
       200-check-billed-line.
           add 1 to ws-billed-count
           add cbl-premium to ws-billed-total
           move zeros to ws-disputed-amt ws-expected-premium
           move spaces to ws-reason-hold
           move cbl-plan-code to ws-plan-check-code
           perform 110-find-plan
           if ws-plan-found
               add 1 to ws-plan-billed-cnt(ws-plan-found-sub)
               add cbl-premium to ws-plan-billed-amt(ws-plan-found-sub)
           end-if
           move cbl-employee-no to ws-emp-check-no
           perform 120-find-employee
           evaluate true
               when ws-emp-found-sub = zero
                   move cbl-premium to ws-disputed-amt
                   move 'NOT ON PAYROLL' to ws-reason-hold
               when ws-emp-billed(ws-emp-found-sub) = 'Y'
                   move cbl-premium to ws-disputed-amt
                   move 'DUPLICATE BILLING' to ws-reason-hold
               when other
                   move 'Y' to ws-emp-billed(ws-emp-found-sub)
                   perform 210-price-billed-line
           end-evaluate
           if ws-reason-hold not = spaces
               perform 250-write-exception
           end-if.

       210-price-billed-line.
           move ws-emp-plan(ws-emp-found-sub) to ws-plan-check-code
           perform 110-find-plan
           if ws-plan-found
               move ws-plan-premium(ws-plan-found-sub)
                 to ws-expected-premium
           end-if
           evaluate true
               when not ws-plan-found
                   move cbl-premium to ws-disputed-amt
                   move 'BILLED - NOT ENROLLED' to ws-reason-hold
               when cbl-plan-code not = ws-emp-plan(ws-emp-found-sub)
                   move 'BILLED WRONG PLAN' to ws-reason-hold
                   if cbl-premium > ws-expected-premium
                       compute ws-disputed-amt =
                         cbl-premium - ws-expected-premium
                   end-if
               when cbl-premium > ws-expected-premium
                   compute ws-disputed-amt =
                     cbl-premium - ws-expected-premium
                   move 'OVERBILLED' to ws-reason-hold
               when cbl-premium < ws-expected-premium
                   compute ws-underbilled-total = ws-underbilled-total
                     + ws-expected-premium - cbl-premium
                   move 'UNDERBILLED' to ws-reason-hold
               when ws-emp-audited(ws-emp-found-sub) = 'N'
                   move 'BILLED - NOT DEDUCTED' to ws-reason-hold
               when other
                   continue
           end-evaluate.

       250-write-exception.
           add 1 to ws-exception-count
           move cbl-employee-no to exd-emp-no
           if ws-emp-found-sub = zero
               move cbl-member-name to exd-name
               move space to exd-enrolled-plan
               move zeros to exd-deducted
           else
               move ws-emp-name(ws-emp-found-sub) to exd-name
               move ws-emp-plan(ws-emp-found-sub) to exd-enrolled-plan
               move ws-emp-deducted(ws-emp-found-sub) to exd-deducted
           end-if
           move cbl-plan-code to exd-billed-plan
           move cbl-premium to exd-billed
           move ws-expected-premium to exd-expected
           move ws-disputed-amt to exd-disputed
           move ws-reason-hold to exd-reason
           write carrier-recon-line from exception-detail
           if ws-disputed-amt > zero
               add ws-disputed-amt to ws-disputed-total
               move cbl-plan-code to ws-plan-check-code
               perform 110-find-plan
               if ws-plan-found
                   add ws-disputed-amt
                     to ws-plan-disputed-amt(ws-plan-found-sub)
               end-if
               move spaces to carrier-dispute-rec
               move cbl-employee-no to dsp-employee-no
               move cbl-plan-code to dsp-plan-code
               move cbl-premium to dsp-billed
               move ws-disputed-amt to dsp-disputed
               move ws-reason-hold to dsp-reason
               write carrier-dispute-rec
           end-if.

       *> enrolled people the carrier did not bill may have no
       *> coverage - listed for HR, not disputed
       300-find-not-billed.
           perform varying ws-emp-sub from 1 by 1
             until ws-emp-sub > ws-emp-count
               move ws-emp-plan(ws-emp-sub) to ws-plan-check-code
               perform 110-find-plan
               if ws-plan-found
                 and ws-emp-billed(ws-emp-sub) = 'N'
                   add 1 to ws-exception-count
                   add 1 to ws-not-billed-count
                   move ws-emp-no(ws-emp-sub) to exd-emp-no
                   move ws-emp-name(ws-emp-sub) to exd-name
                   move space to exd-billed-plan
                   move ws-emp-plan(ws-emp-sub) to exd-enrolled-plan
                   move zeros to exd-billed exd-disputed
                   move ws-plan-premium(ws-plan-found-sub)
                     to exd-expected
                   move ws-emp-deducted(ws-emp-sub) to exd-deducted
                   move 'ENROLLED - NOT BILLED' to exd-reason
                   write carrier-recon-line from exception-detail
               end-if
           end-perform.

       400-plan-summary.
           write carrier-recon-line from recon-blank-line
           write carrier-recon-line from plan-cols
           perform varying ws-plan-sub from 1 by 1
             until ws-plan-sub > ws-plan-count
               move ws-plan-code(ws-plan-sub) to pld-code
               move ws-plan-name(ws-plan-sub) to pld-name
               move ws-plan-billed-cnt(ws-plan-sub) to pld-billed-cnt
               move ws-plan-billed-amt(ws-plan-sub) to pld-billed-amt
               move ws-plan-enrolled-cnt(ws-plan-sub)
                 to pld-enrolled-cnt
               move ws-plan-expected-amt(ws-plan-sub)
                 to pld-expected-amt
               move ws-plan-deducted-amt(ws-plan-sub)
                 to pld-deducted-amt
               move ws-plan-disputed-amt(ws-plan-sub)
                 to pld-disputed-amt
               write carrier-recon-line from plan-detail
           end-perform.

       *> the invoice trailer is what the carrier asked for; without
       *> one the billed lines are footed instead
       500-net-due.
           if not ws-trailer-found
               move ws-billed-total to ws-invoice-total
           end-if
           write carrier-recon-line from recon-blank-line
           move spaces to sml-label
           string 'INVOICE ' ws-invoice-no ' AMOUNT'
             delimited by size into sml-label
           move ws-invoice-total to sml-amount
           write carrier-recon-line from summary-line
           if ws-invoice-total not = ws-billed-total
               move 'BILLED LINES FOOT TO' to sml-label
               move ws-billed-total to sml-amount
               write carrier-recon-line from summary-line
           end-if
           *> an invoice total above its own detail lines is not
           *> supported by anyone billed and is disputed as well
           if ws-invoice-total > ws-billed-total
               compute ws-disputed-total = ws-disputed-total
                 + ws-invoice-total - ws-billed-total
           end-if
           compute ws-net-due = ws-invoice-total - ws-disputed-total
           move 'LESS DISPUTED' to sml-label
           move ws-disputed-total to sml-amount
           write carrier-recon-line from summary-line
           move 'NET AMOUNT DUE' to sml-label
           move ws-net-due to sml-amount
           write carrier-recon-line from summary-line
           if ws-underbilled-total > zero
               move 'UNDERBILLED - NOT DISPUTED' to sml-label
               move ws-underbilled-total to sml-amount
               write carrier-recon-line from summary-line
           end-if.

       end program CarrierRecon.
