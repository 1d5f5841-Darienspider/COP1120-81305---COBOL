       assign to 'CH5VACANCIES'
       organization is line sequential.

       *> annual evaluation ratings, 1 (low) to 5, one per person
       select optional evaluation-file
       assign to 'CH5EVALUATIONS'
       organization is line sequential.

       *> merit pool per department - split across the department in
       *> proportion to rating-weighted salary, on top of the rank rate
       select optional merit-pool-file
       assign to 'CH5MERITPOOL'
       organization is line sequential.

       data division.
       file section.

           88 ON-ACTIVE-STATUS values ' ', 'A'.
           88 ON-SABBATICAL value 'S'.
           88 ON-UNPAID-LEAVE value 'U'.
       *> date of birth - drives the retirement eligibility projection
         05 IN-EMP-BIRTH-DATE pic 9(8).

       fd out-report-file recording mode is f.
       01 OUT-REPORT pic x(80).
         05 EXT-BUDGET-Y2-IN pic 9(9)v99.
         05 EXT-BUDGET-Y3-IN pic 9(9)v99.

       fd evaluation-file.
       01 EVALUATION-REC.
         05 EVAL-EMPLOYEE-ID-IN pic x(3).
         05 EVAL-RATING-IN pic 9(1).

       fd merit-pool-file.
       01 MERIT-POOL-REC.
         05 MERIT-DEPT-IN pic x(4).
         05 MERIT-POOL-IN pic 9(7)v99.

       fd position-master-file.
       01 POSITION-REC.
         05 POS-NUMBER-IN pic x(5).
       *> the longevity step for completed service
         05 PRO-RANK-PCT pic 9v999.
         05 PRO-STEP-PCT pic 9v999.
       *> PRO-RAISE-AMT split into the across-the-board piece (rank
       *> rate plus step) and the merit-pool share, with the rating
       *> the share was weighted by
         05 PRO-BASE-AMT pic 9(6)v99.
         05 PRO-MERIT-AMT pic 9(6)v99.
         05 PRO-EVAL-RATING pic 9(1).

       fd proposal-control-file recording mode is f.
       01 PROPOSAL-CONTROL-REC.
           10 WS-DEPT-BUDGET pic 9(9)v99.
           10 WS-DEPT-RAISE-COST pic 9(9)v99.
           10 WS-DEPT-SAL-BASE pic 9(9)v99.
           10 WS-DEPT-MERIT-POOL pic 9(7)v99.
           10 WS-DEPT-MERIT-WEIGHT pic 9(11)v99.
           10 WS-DEPT-MERIT-PAID pic 9(7)v99.
       01 WS-DEPT-SUB pic 9(2) VALUE ZEROS.
       01 WS-DEPT-MORE-RECORDS pic x(3) VALUE 'YES'.
       01 WS-DEPT-FOUND-SW pic x(3) VALUE 'NO '.
         88 WS-DEPT-FOUND VALUE 'YES'.

       01 WS-RATE-MORE-RECORDS pic x(3) VALUE 'YES'.
       01 WS-MERIT-MORE-RECORDS pic x(3) VALUE 'YES'.

       *> evaluation ratings keyed by employee id; anyone without a
       *> rating on file shares in no merit this cycle
       01 WS-EVAL-TABLE.
         05 WS-EVAL-COUNT pic 9(3) VALUE ZEROS.
         05 WS-EVAL-ENTRY OCCURS 500 TIMES.
           10 WS-EVAL-ID pic x(3).
           10 WS-EVAL-RATING pic 9(1).
       01 WS-EVAL-SUB pic 9(3) VALUE ZEROS.
       01 WS-EVAL-MORE-RECORDS pic x(3) VALUE 'YES'.
       01 WS-CURRENT-RATING pic 9(1) VALUE ZERO.
       01 WS-BASE-AMT pic 9(6)v99 VALUE ZEROS.
       01 WS-MERIT-AMT pic 9(6)v99 VALUE ZEROS.
       01 WS-MERIT-UNPAID pic s9(7)v99 VALUE ZEROS.
       01 WS-RATE-SUB pic 9(2) VALUE ZEROS.

       01 WS-RATE-FOUND-SW pic x(3) VALUE 'NO '.

       01 WS-DEPT-VARIANCE pic s9(9)v99 VALUE ZEROS.

       01 HL-MERIT-HEADER-1.
         05 FILLER pic x(40) VALUE
           'MERIT POOL DISTRIBUTION BY DEPARTMENT'.
         05 FILLER pic x(40) VALUE SPACES.

       01 HL-MERIT-HEADER-2.
         05 pic x(6) VALUE 'DEPT'.
         05 pic x(17) VALUE 'NAME'.
         05 pic x(17) VALUE 'MERIT POOL'.
         05 pic x(17) VALUE 'DISTRIBUTED'.
         05 pic x(23) VALUE 'UNDISTRIBUTED'.

       01 MERIT-DETAIL-LINE.
         05 MDL-CODE pic x(4).
         05 FILLER pic x(2) VALUE SPACES.
         05 MDL-NAME pic x(15).
         05 FILLER pic x(2) VALUE SPACES.
         05 MDL-POOL pic $$$,$$$,$$9.99.
         05 FILLER pic x(3) VALUE SPACES.
         05 MDL-PAID pic $$$,$$$,$$9.99.
         05 FILLER pic x(3) VALUE SPACES.
         05 MDL-UNPAID pic $$$,$$$,$$9.99.
         05 FILLER pic x(9) VALUE SPACES.

       01 WS-PROPOSAL-COUNT pic 9(5) VALUE ZEROS.
       01 WS-PROPOSAL-HASH pic 9(11)v99 VALUE ZEROS.

           perform 105-LOAD-RATES
           perform 107-LOAD-SERVICE-STEPS
           perform 108-LOAD-POSITIONS
           perform 109-LOAD-MERIT-POOLS
           perform 890-BUILD-GEN-NAME
           perform 110-STARTUP-MODULE
           perform 111-LOAD-EVALUATIONS
           perform 112-WEIGH-MERIT
           perform until are-there-more-records = 'NO '
               read in-fac-file
                   at end

           perform 300-FINAL-RTN
           perform 310-DEPT-ROLLUP-RTN
           perform 370-MERIT-RTN
           perform 360-PROJECTION-RTN
           perform 320-TOP10-RTN
           perform 330-EQUITY-RTN
                         to WS-DEPT-RAISE-COST(WS-DEPT-COUNT)
                       move zeros
                         to WS-DEPT-SAL-BASE(WS-DEPT-COUNT)
                       move zeros
                         to WS-DEPT-MERIT-POOL(WS-DEPT-COUNT)
                       move zeros
                         to WS-DEPT-MERIT-WEIGHT(WS-DEPT-COUNT)
                       move zeros
                         to WS-DEPT-MERIT-PAID(WS-DEPT-COUNT)
               end-read
           end-perform
           close dept-budget-file.
                   set WS-DEPT-FOUND to TRUE
                   add new-sal to WS-DEPT-RAISE-COST(WS-DEPT-SUB)
                   add in-emp-salary to WS-DEPT-SAL-BASE(WS-DEPT-SUB)
                   add WS-MERIT-AMT to WS-DEPT-MERIT-PAID(WS-DEPT-SUB)
                   move WS-DEPT-COUNT to WS-DEPT-SUB
               end-if
           end-perform
               move zeros to WS-DEPT-BUDGET(WS-DEPT-COUNT)
               move new-sal to WS-DEPT-RAISE-COST(WS-DEPT-COUNT)
               move in-emp-salary to WS-DEPT-SAL-BASE(WS-DEPT-COUNT)
               move zeros to WS-DEPT-MERIT-POOL(WS-DEPT-COUNT)
               move zeros to WS-DEPT-MERIT-WEIGHT(WS-DEPT-COUNT)
               move WS-MERIT-AMT to WS-DEPT-MERIT-PAID(WS-DEPT-COUNT)
           end-if.

       *> a merit pool for a department missing from the budget file
       *> is carried the same way a cost is - zero budget
       109-LOAD-MERIT-POOLS.
           open input merit-pool-file
           perform until WS-MERIT-MORE-RECORDS = 'NO '
               read merit-pool-file
                   at end
                       move 'NO ' to WS-MERIT-MORE-RECORDS
                   not at end
                       move 'NO ' to WS-DEPT-FOUND-SW
                       perform varying WS-DEPT-SUB from 1 by 1
                         until WS-DEPT-SUB > WS-DEPT-COUNT
                           if WS-DEPT-CODE(WS-DEPT-SUB) = MERIT-DEPT-IN
                               set WS-DEPT-FOUND to TRUE
                               move MERIT-POOL-IN
                                 to WS-DEPT-MERIT-POOL(WS-DEPT-SUB)
                               move WS-DEPT-COUNT to WS-DEPT-SUB
                           end-if
                       end-perform
                       if not WS-DEPT-FOUND
                           add 1 to WS-DEPT-COUNT
                           move MERIT-DEPT-IN
                             to WS-DEPT-CODE(WS-DEPT-COUNT)
                           move 'NOT BUDGETED'
                             to WS-DEPT-NAME(WS-DEPT-COUNT)
                           move zeros to WS-DEPT-BUDGET(WS-DEPT-COUNT)
                           move zeros
                             to WS-DEPT-RAISE-COST(WS-DEPT-COUNT)
                           move zeros
                             to WS-DEPT-SAL-BASE(WS-DEPT-COUNT)
                           move MERIT-POOL-IN
                             to WS-DEPT-MERIT-POOL(WS-DEPT-COUNT)
                           move zeros
                             to WS-DEPT-MERIT-WEIGHT(WS-DEPT-COUNT)
                           move zeros
                             to WS-DEPT-MERIT-PAID(WS-DEPT-COUNT)
                       end-if
               end-read
           end-perform
           close merit-pool-file.

       *> a rating outside 1-5 is listed with the rank exceptions and
       *> the person shares in no merit; the base raise still stands
       111-LOAD-EVALUATIONS.
           open input evaluation-file
           perform until WS-EVAL-MORE-RECORDS = 'NO '
               read evaluation-file
                   at end
                       move 'NO ' to WS-EVAL-MORE-RECORDS
                   not at end
                       if EVAL-RATING-IN numeric
                         and EVAL-RATING-IN >= 1
                         and EVAL-RATING-IN <= 5
                           add 1 to WS-EVAL-COUNT
                           move EVAL-EMPLOYEE-ID-IN
                             to WS-EVAL-ID(WS-EVAL-COUNT)
                           move EVAL-RATING-IN
                             to WS-EVAL-RATING(WS-EVAL-COUNT)
                       else
                           move spaces to RANK-EXCEPTION-REC
                           move EVAL-EMPLOYEE-ID-IN to EXC-EMPLOYEE-ID
                           move 'INVALID EVALUATION RATING'
                             to EXC-REASON
                           write RANK-EXCEPTION-REC
                       end-if
               end-read
           end-perform
           close evaluation-file.

       *> first pass of the faculty file: total each department's
       *> rating-weighted salary over the people who will get a
       *> proposal, so 200-CALC-RTN can price each share of the pool
       112-WEIGH-MERIT.
           perform until are-there-more-records = 'NO '
               read in-fac-file
                   at end
                       move 'NO ' to are-there-more-records
                   not at end
                       perform 113-WEIGH-ONE-FACULTY
               end-read
           end-perform
           close in-fac-file
           open input in-fac-file
           move 'YES' to are-there-more-records.

       113-WEIGH-ONE-FACULTY.
           perform 115-FIND-RATE
           if WS-RATE-FOUND and not ON-UNPAID-LEAVE
               perform 118-CHECK-POSITION
               if WS-POSITION-OK
                   perform 114-FIND-RATING
                   perform varying WS-DEPT-SUB from 1 by 1
                     until WS-DEPT-SUB > WS-DEPT-COUNT
                       if WS-DEPT-CODE(WS-DEPT-SUB) = in-emp-dept
                           compute WS-DEPT-MERIT-WEIGHT(WS-DEPT-SUB) =
                             WS-DEPT-MERIT-WEIGHT(WS-DEPT-SUB) +
                             in-emp-salary * WS-CURRENT-RATING
                           move WS-DEPT-COUNT to WS-DEPT-SUB
                       end-if
                   end-perform
               end-if
           end-if.

       114-FIND-RATING.
           move zero to WS-CURRENT-RATING
           perform varying WS-EVAL-SUB from 1 by 1
             until WS-EVAL-SUB > WS-EVAL-COUNT
               if WS-EVAL-ID(WS-EVAL-SUB) = in-employee-id
                   move WS-EVAL-RATING(WS-EVAL-SUB) to WS-CURRENT-RATING
                   move WS-EVAL-COUNT to WS-EVAL-SUB
               end-if
           end-perform.

       *> this person's share of the department merit pool - pool
       *> times rating-weighted salary over the department's total
       116-FIND-MERIT.
           move zeros to WS-MERIT-AMT
           perform 114-FIND-RATING
           perform varying WS-DEPT-SUB from 1 by 1
             until WS-DEPT-SUB > WS-DEPT-COUNT
               if WS-DEPT-CODE(WS-DEPT-SUB) = in-emp-dept
                   if WS-DEPT-MERIT-WEIGHT(WS-DEPT-SUB) > 0
                       compute WS-MERIT-AMT rounded =
                         WS-DEPT-MERIT-POOL(WS-DEPT-SUB) *
                         in-emp-salary * WS-CURRENT-RATING /
                         WS-DEPT-MERIT-WEIGHT(WS-DEPT-SUB)
                   end-if
                   move WS-DEPT-COUNT to WS-DEPT-SUB
               end-if
           end-perform.

       106-LOAD-EXTENDED-BUDGETS.
           open input extended-budget-file
           perform until WS-EXT-MORE-RECORDS = 'NO '
               add WS-CURRENT-RATE, WS-CURRENT-STEP-PCT
                 giving WS-COMBINED-RATE
               multiply in-emp-salary by WS-COMBINED-RATE
                 giving WS-BASE-AMT
               perform 116-FIND-MERIT
               if ON-SABBATICAL
                   compute WS-BASE-AMT rounded = WS-BASE-AMT * .50
                   compute WS-MERIT-AMT rounded = WS-MERIT-AMT * .50
                   perform 119-ADD-LEAVE-ENTRY
               end-if
               add WS-BASE-AMT, WS-MERIT-AMT giving new-sal

               if in-emp-rank = 'FP'
                   add new-sal to ws-professor-total-cost
               move in-emp-dept to PRO-DEPT
               move WS-CURRENT-RATE to PRO-RANK-PCT
               move WS-CURRENT-STEP-PCT to PRO-STEP-PCT
               move WS-BASE-AMT to PRO-BASE-AMT
               move WS-MERIT-AMT to PRO-MERIT-AMT
               move WS-CURRENT-RATING to PRO-EVAL-RATING
               write PROPOSAL-REC
               add 1 to WS-PROPOSAL-COUNT
               add PRO-NEW-SALARY to WS-PROPOSAL-HASH
           end-if
           write out-report from DEPT-DETAIL-LINE.

       *> each department's merit pool against what was distributed -
       *> the difference is what sabbatical halving and rounding left
       370-MERIT-RTN.
           write out-report from HL-MERIT-HEADER-1 after advancing 2
             lines
           write out-report from HL-MERIT-HEADER-2 after advancing 1
           perform varying WS-DEPT-SUB from 1 by 1
             until WS-DEPT-SUB > WS-DEPT-COUNT
               if WS-DEPT-MERIT-POOL(WS-DEPT-SUB) > 0
                   move WS-DEPT-CODE(WS-DEPT-SUB) to MDL-CODE
                   move WS-DEPT-NAME(WS-DEPT-SUB) to MDL-NAME
                   move WS-DEPT-MERIT-POOL(WS-DEPT-SUB) to MDL-POOL
                   move WS-DEPT-MERIT-PAID(WS-DEPT-SUB) to MDL-PAID
                   compute WS-MERIT-UNPAID =
                     WS-DEPT-MERIT-POOL(WS-DEPT-SUB) -
                     WS-DEPT-MERIT-PAID(WS-DEPT-SUB)
                   move WS-MERIT-UNPAID to MDL-UNPAID
                   write out-report from MERIT-DETAIL-LINE
               end-if
           end-perform.

       *> each department's salary base carried forward three years
       *> at its effective proposed rate, each out-year checked
       *> against the extended budget - a proposal that fits this
