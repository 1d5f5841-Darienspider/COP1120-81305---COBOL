         05 cat-date pic 9(8).
         05 filler pic x(1).
         05 cat-time pic 9(6).
       *> M SSNs masked, U SSNs printed in full, blank no SSNs
         05 filler pic x(1).
         05 cat-ssn-state pic x(1).

       working-storage section.
       *> run-stamped generation name for this run's report output,
           10 ws-grd-ssn       PIC X(9).
           10 ws-grd-credits   PIC 9(2).
           10 ws-grd-points    PIC 9(1).
           10 ws-grd-in-gpa    PIC X(1).
       01 ws-grd-sub           PIC 9(4) VALUE ZERO.
       01 ws-grd-more-records  PIC X(3) VALUE 'yes'.


       01 ws-recalc-areas.
         05 ws-rc-credits      PIC 9(3) VALUE ZERO.
         05 ws-rc-gpa-credits  PIC 9(3) VALUE ZERO.
         05 ws-rc-points       PIC 9(5) VALUE ZERO.
         05 ws-rc-gpa          PIC 9v99 VALUE ZERO.
         05 ws-rc-diff         PIC s9v99 VALUE ZERO.
           close Course-Grade-File.

       *> the catalog, not the keying, decides a course's credit
       *> hours - unknown courses never reach the GPA recomputation;
       *> transfer credit was evaluated when it was posted
       165-add-grade-entry.
           if ws-cat-count > 0 and grd-grade not = 'T'
               move zeros to ws-cat-found-sub
               perform varying ws-cat-sub from 1 by 1
                 until ws-cat-sub > ws-cat-count
           add 1 to ws-grd-count
           move grd-ssn to ws-grd-ssn(ws-grd-count)
           move grd-credits to ws-grd-credits(ws-grd-count)
           move 'Y' to ws-grd-in-gpa(ws-grd-count)
           evaluate grd-grade
               when 'T'
                   move 0 to ws-grd-points(ws-grd-count)
                   move 'N' to ws-grd-in-gpa(ws-grd-count)
               when 'A'
                   move 4 to ws-grd-points(ws-grd-count)
               when 'B'
       *> the bad figures
       197-reconcile-grades.
           move 'no ' to ws-rc-any-detail-sw
           move zeros to ws-rc-credits ws-rc-gpa-credits ws-rc-points
           perform varying ws-grd-sub from 1 by 1
             until ws-grd-sub > ws-grd-count
               if ws-grd-ssn(ws-grd-sub) = SOC-SEC-NO
                   set ws-rc-any-detail to true
                   add ws-grd-credits(ws-grd-sub) to ws-rc-credits
                   if ws-grd-in-gpa(ws-grd-sub) = 'Y'
                       add ws-grd-credits(ws-grd-sub)
                         to ws-rc-gpa-credits
                   end-if
                   compute ws-rc-points = ws-rc-points +
                     ws-grd-credits(ws-grd-sub) *
                     ws-grd-points(ws-grd-sub)
               end-if
           end-perform
           if ws-rc-any-detail
               if ws-rc-gpa-credits > 0
                   compute ws-rc-gpa rounded =
                     ws-rc-points / ws-rc-gpa-credits
               else
                   move zeros to ws-rc-gpa
               end-if
           move ws-gen-name to cat-file-name
           move ws-gen-date to cat-date
           move ws-gen-time to cat-time
           if ws-ssn-unmasked
               move 'U' to cat-ssn-state
           else
               move 'M' to cat-ssn-state
           end-if
           write gen-catalog-rec
           close gen-catalog-file.

