           ASSIGN to "CH8TRANSLOG"
           organization is line sequential.

           *> seniors' rank in class and commencement honors, from
           *> the Honors run - printed under the cumulative line
           select optional Class-Rank-File
           ASSIGN to
           "CH8CLASSRANK"
           organization is line sequential.

           *> suite-wide disclosure control - unless this file says
           *> 'N', printed SSNs show only the last four digits
           select optional ssn-mask-control
         05 filler             PIC X(1) value space.
         05 tlg-status         PIC X(12).

       FD Class-Rank-File.
       01 Class-Rank-Rec.
         05 crk-ssn            PIC X(9).
         05 filler             PIC X(1).
         05 crk-school         PIC X(1).
         05 filler             PIC X(1).
         05 crk-rank           PIC 9(4).
         05 filler             PIC X(1).
         05 crk-class-size     PIC 9(4).
         05 filler             PIC X(1).
         05 crk-gpa            PIC 9v99.
         05 filler             PIC X(1).
         05 crk-honors-code    PIC X(2).
         05 filler             PIC X(1).
         05 crk-honors-title   PIC X(20).

       FD ssn-mask-control.
       01 Ssn-Mask-Control-Rec.
         05 are-there-more-records PIC x(3) value 'yes'.
         05 ws-stu-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-grd-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-crk-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-issued-count    PIC 9(4) VALUE ZERO.
         05 ws-run-date        PIC 9(6) VALUE ZERO.

       01 ws-stu-sub           PIC 9(4) VALUE ZERO.
       01 ws-stu-found-sub     PIC 9(4) VALUE ZERO.

       01 ws-class-rank-table.
         05 ws-crk-count       PIC 9(4) VALUE ZERO.
         05 ws-crk-entry OCCURS 500 TIMES.
           10 ws-crk-ssn       PIC X(9).
           10 ws-crk-rank      PIC 9(4).
           10 ws-crk-class-size PIC 9(4).
           10 ws-crk-honors    PIC X(20).
       01 ws-crk-sub           PIC 9(4) VALUE ZERO.

       *> course detail held in core with the grade points already
       *> assigned - the same scale the reconciliation recomputes with
       01 grade-detail-table.
           10 ws-grd-credits   PIC 9(2).
           10 ws-grd-grade     PIC X(1).
           10 ws-grd-points    PIC 9(1).
           10 ws-grd-in-gpa    PIC X(1).
           10 ws-grd-term      PIC X(6).
           10 ws-grd-printed   PIC X(1).
       01 ws-grd-sub           PIC 9(4) VALUE ZERO.

       01 ws-gpa-areas.
         05 ws-term-credits    PIC 9(3) VALUE ZERO.
         05 ws-term-gpa-credits PIC 9(3) VALUE ZERO.
         05 ws-term-points     PIC 9(5) VALUE ZERO.
         05 ws-term-gpa        PIC 9v99 VALUE ZERO.
         05 ws-cum-credits     PIC 9(3) VALUE ZERO.
         05 ws-cum-gpa-credits PIC 9(3) VALUE ZERO.
         05 ws-cum-points      PIC 9(5) VALUE ZERO.
         05 ws-cum-gpa         PIC 9v99 VALUE ZERO.

         05 ttg-gpa            PIC 9.99.
         05 filler             PIC X(45) VALUE SPACES.

       01 trans-transfer-line.
         05 filler             PIC X(20) VALUE '  TRANSFER CREDITS: '.
         05 ttr-credits        PIC ZZ9.
         05 filler             PIC X(17) VALUE '  (NOT IN GPA)   '.
         05 filler             PIC X(40) VALUE SPACES.

       01 trans-cum-line.
         05 filler             PIC X(21) VALUE '  CUMULATIVE CREDITS:'.
         05 tcm-credits        PIC ZZ9.
         05 tcm-gpa            PIC 9.99.
         05 filler             PIC X(34) VALUE SPACES.

       01 trans-rank-line.
         05 filler             PIC X(16) VALUE '  CLASS RANK:   '.
         05 trk-rank           PIC ZZZ9.
         05 filler             PIC X(4) VALUE ' OF '.
         05 trk-class-size     PIC ZZZ9.
         05 filler             PIC X(12) VALUE '    HONORS: '.
         05 trk-honors         PIC X(20).
         05 filler             PIC X(20) VALUE SPACES.

       01 trans-none-line.
         05 filler             PIC X(34) VALUE
           '  NO COURSE WORK ON FILE          '.
           perform 980-load-ssn-mask
           perform 110-load-students
           perform 120-load-grades
           perform 140-load-class-ranks
           open input Transcript-Requests
             output Transcript-Report
             output Transcript-Log
           move grd-credits to ws-grd-credits(ws-grd-count)
           move grd-grade to ws-grd-grade(ws-grd-count)
           move grd-term to ws-grd-term(ws-grd-count)
           move 'Y' to ws-grd-in-gpa(ws-grd-count)
           evaluate grd-grade
               when 'T'
                   move 0 to ws-grd-points(ws-grd-count)
                   move 'N' to ws-grd-in-gpa(ws-grd-count)
               when 'A'
                   move 4 to ws-grd-points(ws-grd-count)
               when 'B'
               end-if
           end-perform.

       140-load-class-ranks.
           open input Class-Rank-File
           perform until ws-crk-more-recs = 'no '
               read Class-Rank-File
                   at end
                       move 'no ' to ws-crk-more-recs
                   not at end
                       if ws-crk-count < 500
                           add 1 to ws-crk-count
                           move crk-ssn to ws-crk-ssn(ws-crk-count)
                           move crk-rank to ws-crk-rank(ws-crk-count)
                           move crk-class-size
                             to ws-crk-class-size(ws-crk-count)
                           move crk-honors-title
                             to ws-crk-honors(ws-crk-count)
                       end-if
               end-read
           end-perform
           close Class-Rank-File.

       200-issue-transcript.
           perform 130-find-student
           move spaces to Transcript-Log-Rec
           write Trans-Rpt-Rec from trans-addr-line
           write Trans-Rpt-Rec from trans-blank-line
           move 'no ' to ws-any-grades-sw
           move zeros to ws-cum-credits ws-cum-gpa-credits
             ws-cum-points
           perform varying ws-grd-sub from 1 by 1
             until ws-grd-sub > ws-grd-count
               if ws-grd-ssn(ws-grd-sub) = trq-ssn
               end-if
           end-perform
           if ws-any-grades
               if ws-cum-gpa-credits > 0
                   compute ws-cum-gpa rounded =
                     ws-cum-points / ws-cum-gpa-credits
               else
                   move zeros to ws-cum-gpa
               end-if
               move ws-cum-gpa to tcm-gpa
               write Trans-Rpt-Rec from trans-blank-line
               write Trans-Rpt-Rec from trans-cum-line
               perform 230-print-class-rank
           else
               write Trans-Rpt-Rec from trans-none-line
           end-if.

       *> one block per term, GPA computed the way the Ch8 run's
       *> reconciliation recomputes it - credit-weighted grade points;
       *> transfer credit counts in the credits, not the GPA
       220-print-one-term.
           move ws-term-hold to ttm-term
           write Trans-Rpt-Rec from trans-term-line
           write Trans-Rpt-Rec from trans-course-cols
           move zeros to ws-term-credits ws-term-gpa-credits
             ws-term-points
           perform varying ws-grd-sub2 from 1 by 1
             until ws-grd-sub2 > ws-grd-count
               if ws-grd-ssn(ws-grd-sub2) = trq-ssn
                   write Trans-Rpt-Rec from trans-course-line
                   add ws-grd-credits(ws-grd-sub2)
                     to ws-term-credits
                   if ws-grd-in-gpa(ws-grd-sub2) = 'Y'
                       add ws-grd-credits(ws-grd-sub2)
                         to ws-term-gpa-credits
                   end-if
                   compute ws-term-points = ws-term-points +
                     ws-grd-credits(ws-grd-sub2) *
                     ws-grd-points(ws-grd-sub2)
               end-if
           end-perform
           if ws-term-gpa-credits > 0
               compute ws-term-gpa rounded =
                 ws-term-points / ws-term-gpa-credits
           else
               move zeros to ws-term-gpa
           end-if
           if ws-term-gpa-credits = zero and ws-term-credits > 0
               move ws-term-credits to ttr-credits
               write Trans-Rpt-Rec from trans-transfer-line
           else
               move ws-term-credits to ttg-credits
               move ws-term-gpa to ttg-gpa
               write Trans-Rpt-Rec from trans-term-gpa-line
           end-if
           write Trans-Rpt-Rec from trans-blank-line
           add ws-term-credits to ws-cum-credits
           add ws-term-gpa-credits to ws-cum-gpa-credits
           add ws-term-points to ws-cum-points.

       230-print-class-rank.
           perform varying ws-crk-sub from 1 by 1
             until ws-crk-sub > ws-crk-count
               if ws-crk-ssn(ws-crk-sub) = trq-ssn
                   move ws-crk-rank(ws-crk-sub) to trk-rank
                   move ws-crk-class-size(ws-crk-sub)
                     to trk-class-size
                   if ws-crk-honors(ws-crk-sub) = spaces
                       move 'NONE' to trk-honors
                   else
                       move ws-crk-honors(ws-crk-sub) to trk-honors
                   end-if
                   write Trans-Rpt-Rec from trans-rank-line
                   move ws-crk-count to ws-crk-sub
               end-if
           end-perform.


       980-load-ssn-mask.
           open input ssn-mask-control
