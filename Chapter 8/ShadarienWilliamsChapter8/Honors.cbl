       identification division.
       program-id. Honors.

       environment division.
       configuration section.

       file-control.
           select Student-File
           ASSIGN to "CH80808"
           organization is line sequential.

           *> one record per student per course from the colleges -
           *> the cumulative GPA is recomputed from this detail
           select Course-Grade-File
           ASSIGN to "CH8GRADES"
           organization is line sequential.

           *> one record per student per term - a senior with no
           *> course detail on file is ranked on the latest term's
           *> cumulative figures instead
           select optional Term-History-File
           ASSIGN to "CH8TERMHIST"
           organization is line sequential.

           *> honors levels and the borderline margin, from the
           *> registrar - levels can change without a program change
           select Honors-Levels
           ASSIGN to "CH8HONORSLVL"
           organization is line sequential.

           *> commencement honors list by school in rank order
           select Honors-Report
           ASSIGN to
           "CH8HONORSLIST"
           organization is line sequential.

           *> rank in class for every senior - Transcript prints it
           select Class-Rank-File
           ASSIGN to
           "CH8CLASSRANK"
           organization is line sequential.

           *> seniors within the margin of the next honors level
           select Borderline-Report
           ASSIGN to
           "CH8HONORSBORDER"
           organization is line sequential.

           *> suite-wide disclosure control - unless this file says
           *> 'N', printed SSNs show only the last four digits
           select optional ssn-mask-control
           ASSIGN to "CHSSNMASK"
           organization is line sequential.

       data division.
       file section.
       FD Student-File.
       01 STUDENT-REC.
         05 SOC-SEC-NO         PIC X(9).
         05 STUDENT-NAME       PIC X(21).
         05 CLASS-CODE         PIC X(1).
           88 SENIOR           VALUE '4'.
         05 SCHOOL-CODE        PIC X(1).
         05 GPA                PIC 9v99.
         05 CREDITS            PIC 9(3).
         05 STU-ADDRESS        PIC X(25).
         05 STU-CITY           PIC X(15).
         05 STU-STATE          PIC X(2).
         05 STU-ZIP            PIC X(5).

       FD Course-Grade-File.
       01 Course-Grade-Rec.
         05 grd-ssn            PIC X(9).
         05 grd-course         PIC X(8).
         05 grd-credits        PIC 9(2).
         05 grd-grade          PIC X(1).
         05 grd-term           PIC X(6).

       FD Term-History-File.
       01 Term-History-Rec.
         05 th-term-id         PIC X(6).
         05 th-ssn             PIC X(9).
         05 th-name            PIC X(21).
         05 th-class-code      PIC X(1).
         05 th-school-code     PIC X(1).
         05 th-gpa             PIC 9v99.
         05 th-credits         PIC 9(3).

       *> type L is an honors level - the minimum cumulative GPA
       *> and credits to earn it; type M carries the borderline
       *> margin in the GPA field
       FD Honors-Levels.
       01 Honors-Level-Rec.
         05 hon-type           PIC X(1).
           88 hon-level-type   VALUE 'L'.
           88 hon-margin-type  VALUE 'M'.
         05 hon-code           PIC X(2).
         05 hon-title          PIC X(20).
         05 hon-min-gpa        PIC 9v99.
         05 hon-min-credits    PIC 9(3).

       FD Honors-Report.
       01 Honors-Rpt-Rec       PIC X(80).

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

       FD Borderline-Report.
       01 Border-Rpt-Rec       PIC X(80).

       FD ssn-mask-control.
       01 Ssn-Mask-Control-Rec.
         05 ctl-mask-flag      PIC X(1).

       working-storage section.

       *> masked is the safe default; unmasked printing requires the
       *> control explicitly set to 'N'
       01 ws-ssn-mask-flag     PIC X(1) VALUE 'Y'.
         88 ws-ssn-unmasked    VALUE 'N'.
       01 ws-ssn-work          PIC X(9) VALUE SPACES.
       01 ws-ssn-out           PIC X(11) VALUE SPACES.
       01 Flags-and-Indicators.
         05 are-there-more-records PIC x(3) value 'yes'.
         05 ws-grd-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-his-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-lvl-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-any-detail-sw   PIC X(3) VALUE 'no '.
           88 ws-any-detail    VALUE 'yes'.
         05 ws-unranked-count  PIC 9(4) VALUE ZERO.
         05 ws-honoree-count   PIC 9(4) VALUE ZERO.
         05 ws-border-count    PIC 9(4) VALUE ZERO.
         05 ws-run-date        PIC 9(6) VALUE ZERO.

       *> levels as the registrar keyed them; the margin defaults
       *> to five hundredths when no M record is supplied
       01 ws-level-table.
         05 ws-lvl-count       PIC 9(2) VALUE ZERO.
         05 ws-lvl-entry OCCURS 10 TIMES.
           10 ws-lvl-code      PIC X(2).
           10 ws-lvl-title     PIC X(20).
           10 ws-lvl-min-gpa   PIC 9v99.
           10 ws-lvl-min-cred  PIC 9(3).
       01 ws-lvl-sub           PIC 9(2) VALUE ZERO.
       01 ws-border-margin     PIC 9v99 VALUE 0.05.

       01 grade-detail-table.
         05 ws-grd-count       PIC 9(4) VALUE ZERO.
         05 ws-grd-entry OCCURS 2000 TIMES.
           10 ws-grd-ssn       PIC X(9).
           10 ws-grd-credits   PIC 9(2).
           10 ws-grd-points    PIC 9(1).
           10 ws-grd-in-gpa    PIC X(1).
       01 ws-grd-sub           PIC 9(4) VALUE ZERO.

       *> latest term history figures per student - runs append in
       *> term order, so the last record read is the latest
       01 ws-history-table.
         05 ws-his-count       PIC 9(4) VALUE ZERO.
         05 ws-his-entry OCCURS 500 TIMES.
           10 ws-his-ssn       PIC X(9).
           10 ws-his-gpa       PIC 9v99.
           10 ws-his-credits   PIC 9(3).
       01 ws-his-sub           PIC 9(4) VALUE ZERO.
       01 ws-his-found-sub     PIC 9(4) VALUE ZERO.

       *> the graduating seniors with their standing in class
       01 ws-senior-table.
         05 ws-snr-count       PIC 9(4) VALUE ZERO.
         05 ws-snr-entry OCCURS 500 TIMES.
           10 ws-snr-ssn       PIC X(9).
           10 ws-snr-name      PIC X(21).
           10 ws-snr-school    PIC 9(1).
           10 ws-snr-gpa       PIC 9v99.
           10 ws-snr-credits   PIC 9(3).
           10 ws-snr-rank      PIC 9(4).
           10 ws-snr-lvl       PIC 9(2).
       01 ws-snr-sub           PIC 9(4) VALUE ZERO.
       01 ws-snr-sub2          PIC 9(4) VALUE ZERO.

       01 ws-rank-areas.
         05 ws-rc-credits      PIC 9(5) VALUE ZERO.
         05 ws-rc-gpa-credits  PIC 9(5) VALUE ZERO.
         05 ws-rc-points       PIC 9(6) VALUE ZERO.
         05 ws-rc-gpa          PIC 9v99 VALUE ZERO.
         05 ws-rank-hold       PIC 9(4) VALUE ZERO.
         05 ws-next-lvl        PIC 9(2) VALUE ZERO.
         05 ws-short-by        PIC 9v99 VALUE ZERO.

       *> seniors ranked and honorees by school code 1-3
       01 ws-class-size-counts.
         05 ws-class-size OCCURS 3 TIMES PIC 9(4) VALUE ZERO.
       01 ws-honoree-counts.
         05 ws-honorees OCCURS 3 TIMES PIC 9(4) VALUE ZERO.
       01 ws-school-sub        PIC 9(1) VALUE ZERO.

       01 honors-title-line.
         05 filler             PIC X(30) VALUE
           '  COMMENCEMENT HONORS LIST    '.
         05 filler             PIC X(8) VALUE '  DATE: '.
         05 hrt-date           PIC 9(6).
         05 filler             PIC X(36) VALUE SPACES.

       01 honors-school-line.
         05 filler             PIC X(10) VALUE '  SCHOOL: '.
         05 hsl-school-name    PIC X(16).
         05 filler             PIC X(16) VALUE 'SENIORS RANKED: '.
         05 hsl-class-size     PIC ZZZ9.
         05 filler             PIC X(34) VALUE SPACES.

       01 honors-col-line.
         05 filler             PIC X(8) VALUE '  RANK'.
         05 filler             PIC X(23) VALUE 'NAME'.
         05 filler             PIC X(13) VALUE 'SSN'.
         05 filler             PIC X(7) VALUE 'GPA'.
         05 filler             PIC X(7) VALUE 'CREDITS'.
         05 filler             PIC X(22) VALUE ' HONORS'.

       01 honors-detail-line.
         05 filler             PIC X(2) VALUE SPACES.
         05 hdl-rank           PIC ZZZ9.
         05 filler             PIC X(2) VALUE SPACES.
         05 hdl-name           PIC X(21).
         05 filler             PIC X(2) VALUE SPACES.
         05 hdl-ssn            PIC X(11).
         05 filler             PIC X(2) VALUE SPACES.
         05 hdl-gpa            PIC 9.99.
         05 filler             PIC X(3) VALUE SPACES.
         05 hdl-credits        PIC ZZ9.
         05 filler             PIC X(5) VALUE SPACES.
         05 hdl-honors         PIC X(20).
         05 filler             PIC X(1) VALUE SPACE.

       01 honors-count-line.
         05 filler             PIC X(12) VALUE '  HONOREES: '.
         05 hcl-honorees       PIC ZZZ9.
         05 filler             PIC X(4) VALUE ' OF '.
         05 hcl-class-size     PIC ZZZ9.
         05 filler             PIC X(8) VALUE ' SENIORS'.
         05 filler             PIC X(48) VALUE SPACES.

       01 honors-none-line.
         05 filler             PIC X(34) VALUE
           '  NO SENIORS EARNED HONORS        '.
         05 filler             PIC X(46) VALUE SPACES.

       01 border-title-line.
         05 filler             PIC X(36) VALUE
           '  HONORS BORDERLINE - SENIORS WITHIN'.
         05 filler             PIC X(1) VALUE SPACE.
         05 btl-margin         PIC 9.99.
         05 filler             PIC X(23) VALUE
           ' OF THE NEXT LEVEL     '.
         05 filler             PIC X(16) VALUE SPACES.

       01 border-col-line.
         05 filler             PIC X(6) VALUE '  SCH'.
         05 filler             PIC X(23) VALUE 'NAME'.
         05 filler             PIC X(13) VALUE 'SSN'.
         05 filler             PIC X(6) VALUE 'GPA'.
         05 filler             PIC X(22) VALUE 'NEXT LEVEL'.
         05 filler             PIC X(10) VALUE 'SHORT BY'.

       01 border-detail-line.
         05 filler             PIC X(2) VALUE SPACES.
         05 bdl-school         PIC 9(1).
         05 filler             PIC X(3) VALUE SPACES.
         05 bdl-name           PIC X(21).
         05 filler             PIC X(2) VALUE SPACES.
         05 bdl-ssn            PIC X(11).
         05 filler             PIC X(2) VALUE SPACES.
         05 bdl-gpa            PIC 9.99.
         05 filler             PIC X(2) VALUE SPACES.
         05 bdl-next-level     PIC X(20).
         05 filler             PIC X(2) VALUE SPACES.
         05 bdl-short-by       PIC 9.99.
         05 filler             PIC X(6) VALUE SPACES.

       01 border-count-line.
         05 filler             PIC X(22) VALUE
           '  SENIORS BORDERLINE: '.
         05 bcl-count          PIC ZZZ9.
         05 filler             PIC X(54) VALUE SPACES.

       01 blank-line           PIC X(80) VALUE SPACES.

       procedure division.
       100-main-module.
           accept ws-run-date from date
           perform 980-load-ssn-mask
           perform 110-load-levels
           if ws-lvl-count = zero
               display 'NO HONORS LEVELS ON CH8HONORSLVL - RUN REFUSED'
               move 8 to RETURN-CODE
               goback
           end-if
           perform 120-load-grades
           perform 130-load-history
           open input Student-File
           perform until are-there-more-records = 'no '
               read Student-File
                   at end
                       move 'no ' to are-there-more-records
                   not at end
                       if SENIOR
                           perform 200-add-senior
                       end-if
               end-read
           end-perform
           close Student-File
           perform varying ws-snr-sub from 1 by 1
             until ws-snr-sub > ws-snr-count
               perform 300-rank-and-honor
           end-perform
           open output Honors-Report
             output Class-Rank-File
             output Borderline-Report
           perform 400-write-honors-list
           perform 500-write-class-ranks
           perform 600-write-borderline
           close Honors-Report Class-Rank-File Borderline-Report
           display 'HONORS - SENIORS RANKED: ' ws-snr-count
             ' HONOREES: ' ws-honoree-count
             ' BORDERLINE: ' ws-border-count
           if ws-unranked-count > 0
               display 'SENIORS NOT RANKED - NO VALID SCHOOL: '
                 ws-unranked-count
               move 4 to RETURN-CODE
           end-if
           goback.

       110-load-levels.
           open input Honors-Levels
           perform until ws-lvl-more-recs = 'no '
               read Honors-Levels
                   at end
                       move 'no ' to ws-lvl-more-recs
                   not at end
                       perform 115-file-level
               end-read
           end-perform
           close Honors-Levels.

       115-file-level.
           if hon-margin-type
               move hon-min-gpa to ws-border-margin
           end-if
           if hon-level-type
               if ws-lvl-count = 10
                   display 'HONORS LEVEL TABLE FULL - RUN STOPPED'
                   move 12 to RETURN-CODE
                   goback
               end-if
               add 1 to ws-lvl-count
               move hon-code to ws-lvl-code(ws-lvl-count)
               move hon-title to ws-lvl-title(ws-lvl-count)
               move hon-min-gpa to ws-lvl-min-gpa(ws-lvl-count)
               move hon-min-credits to ws-lvl-min-cred(ws-lvl-count)
           end-if.

       *> course detail held with the grade points already assigned -
       *> the same scale the Ch8 run's reconciliation uses
       120-load-grades.
           open input Course-Grade-File
           perform until ws-grd-more-recs = 'no '
               read Course-Grade-File
                   at end
                       move 'no ' to ws-grd-more-recs
                   not at end
                       perform 125-add-grade-entry
               end-read
           end-perform
           close Course-Grade-File.

       125-add-grade-entry.
           if ws-grd-count = 2000
               display 'GRADE TABLE FULL - RUN STOPPED'
               move 12 to RETURN-CODE
               goback
           end-if
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
                   move 3 to ws-grd-points(ws-grd-count)
               when 'C'
                   move 2 to ws-grd-points(ws-grd-count)
               when 'D'
                   move 1 to ws-grd-points(ws-grd-count)
               when other
                   move 0 to ws-grd-points(ws-grd-count)
           end-evaluate.

       130-load-history.
           open input Term-History-File
           perform until ws-his-more-recs = 'no '
               read Term-History-File
                   at end
                       move 'no ' to ws-his-more-recs
                   not at end
                       perform 135-file-history-record
               end-read
           end-perform
           close Term-History-File.

       135-file-history-record.
           move zeros to ws-his-found-sub
           perform varying ws-his-sub from 1 by 1
             until ws-his-sub > ws-his-count
               if ws-his-ssn(ws-his-sub) = th-ssn
                   move ws-his-sub to ws-his-found-sub
                   move ws-his-count to ws-his-sub
               end-if
           end-perform
           if ws-his-found-sub = zeros
               if ws-his-count = 500
                   display 'HISTORY TABLE FULL - RUN STOPPED'
                   move 12 to RETURN-CODE
                   goback
               end-if
               add 1 to ws-his-count
               move ws-his-count to ws-his-found-sub
               move th-ssn to ws-his-ssn(ws-his-found-sub)
           end-if
           move th-gpa to ws-his-gpa(ws-his-found-sub)
           move th-credits to ws-his-credits(ws-his-found-sub).

       *> cumulative GPA over every course on file, credit-weighted
       *> the way the reconciliation recomputes it - transfer credit
       *> counts toward the credits but not the GPA
       200-add-senior.
           if SCHOOL-CODE not = '1' and not = '2' and not = '3'
               add 1 to ws-unranked-count
           else
               if ws-snr-count = 500
                   display 'SENIOR TABLE FULL - RUN STOPPED'
                   move 12 to RETURN-CODE
                   goback
               end-if
               move 'no ' to ws-any-detail-sw
               move zeros to ws-rc-credits ws-rc-gpa-credits
                 ws-rc-points
               perform varying ws-grd-sub from 1 by 1
                 until ws-grd-sub > ws-grd-count
                   if ws-grd-ssn(ws-grd-sub) = SOC-SEC-NO
                       set ws-any-detail to true
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
               if ws-rc-gpa-credits > 0
                   compute ws-rc-gpa rounded =
                     ws-rc-points / ws-rc-gpa-credits
               else
                   move zeros to ws-rc-gpa
               end-if
               if not ws-any-detail
                   perform 210-use-term-history
               end-if
               add 1 to ws-snr-count
               move SOC-SEC-NO to ws-snr-ssn(ws-snr-count)
               move STUDENT-NAME to ws-snr-name(ws-snr-count)
               move SCHOOL-CODE to ws-snr-school(ws-snr-count)
               move ws-rc-gpa to ws-snr-gpa(ws-snr-count)
               move ws-rc-credits to ws-snr-credits(ws-snr-count)
               move zeros to ws-snr-rank(ws-snr-count)
                 ws-snr-lvl(ws-snr-count)
               add 1 to ws-class-size(ws-snr-school(ws-snr-count))
           end-if.

       210-use-term-history.
           perform varying ws-his-sub from 1 by 1
             until ws-his-sub > ws-his-count
               if ws-his-ssn(ws-his-sub) = SOC-SEC-NO
                   move ws-his-gpa(ws-his-sub) to ws-rc-gpa
                   move ws-his-credits(ws-his-sub) to ws-rc-credits
                   move ws-his-count to ws-his-sub
               end-if
           end-perform.

       *> rank is one more than the seniors in the same school with
       *> a higher GPA, so a tie shares the rank and the next rank
       *> skips; the honors level is the highest one both the GPA
       *> and the credits reach
       300-rank-and-honor.
           move 1 to ws-rank-hold
           perform varying ws-snr-sub2 from 1 by 1
             until ws-snr-sub2 > ws-snr-count
               if ws-snr-school(ws-snr-sub2) = ws-snr-school(ws-snr-sub)
                 and ws-snr-gpa(ws-snr-sub2) > ws-snr-gpa(ws-snr-sub)
                   add 1 to ws-rank-hold
               end-if
           end-perform
           move ws-rank-hold to ws-snr-rank(ws-snr-sub)
           perform varying ws-lvl-sub from 1 by 1
             until ws-lvl-sub > ws-lvl-count
               if ws-snr-gpa(ws-snr-sub) not <
                 ws-lvl-min-gpa(ws-lvl-sub)
                 and ws-snr-credits(ws-snr-sub) not <
                 ws-lvl-min-cred(ws-lvl-sub)
                   if ws-snr-lvl(ws-snr-sub) = zero
                       move ws-lvl-sub to ws-snr-lvl(ws-snr-sub)
                   else
                       if ws-lvl-min-gpa(ws-lvl-sub) >
                         ws-lvl-min-gpa(ws-snr-lvl(ws-snr-sub))
                           move ws-lvl-sub to ws-snr-lvl(ws-snr-sub)
                       end-if
                   end-if
               end-if
           end-perform
           if ws-snr-lvl(ws-snr-sub) not = zero
               add 1 to ws-honoree-count
               add 1 to ws-honorees(ws-snr-school(ws-snr-sub))
           end-if.

       400-write-honors-list.
           move ws-run-date to hrt-date
           write Honors-Rpt-Rec from honors-title-line
           perform varying ws-school-sub from 1 by 1
             until ws-school-sub > 3
               perform 410-write-one-school
           end-perform.

       410-write-one-school.
           write Honors-Rpt-Rec from blank-line
           evaluate ws-school-sub
               when 1
                   move 'Business        ' to hsl-school-name
               when 2
                   move 'Liberal Arts    ' to hsl-school-name
               when other
                   move 'Engineering     ' to hsl-school-name
           end-evaluate
           move ws-class-size(ws-school-sub) to hsl-class-size
           write Honors-Rpt-Rec from honors-school-line
           write Honors-Rpt-Rec from blank-line
           if ws-honorees(ws-school-sub) = zero
               write Honors-Rpt-Rec from honors-none-line
           else
               write Honors-Rpt-Rec from honors-col-line
               perform varying ws-rank-hold from 1 by 1
                 until ws-rank-hold > ws-class-size(ws-school-sub)
                   perform 420-write-rank-holders
               end-perform
           end-if
           move ws-honorees(ws-school-sub) to hcl-honorees
           move ws-class-size(ws-school-sub) to hcl-class-size
           write Honors-Rpt-Rec from honors-count-line.

       420-write-rank-holders.
           perform varying ws-snr-sub from 1 by 1
             until ws-snr-sub > ws-snr-count
               if ws-snr-school(ws-snr-sub) = ws-school-sub
                 and ws-snr-rank(ws-snr-sub) = ws-rank-hold
                 and ws-snr-lvl(ws-snr-sub) not = zero
                   move ws-snr-rank(ws-snr-sub) to hdl-rank
                   move ws-snr-name(ws-snr-sub) to hdl-name
                   move ws-snr-ssn(ws-snr-sub) to ws-ssn-work
                   perform 985-format-ssn
                   move ws-ssn-out to hdl-ssn
                   move ws-snr-gpa(ws-snr-sub) to hdl-gpa
                   move ws-snr-credits(ws-snr-sub) to hdl-credits
                   move ws-lvl-title(ws-snr-lvl(ws-snr-sub))
                     to hdl-honors
                   write Honors-Rpt-Rec from honors-detail-line
               end-if
           end-perform.

       500-write-class-ranks.
           perform varying ws-snr-sub from 1 by 1
             until ws-snr-sub > ws-snr-count
               move spaces to Class-Rank-Rec
               move ws-snr-ssn(ws-snr-sub) to crk-ssn
               move ws-snr-school(ws-snr-sub) to crk-school
               move ws-snr-rank(ws-snr-sub) to crk-rank
               move ws-class-size(ws-snr-school(ws-snr-sub))
                 to crk-class-size
               move ws-snr-gpa(ws-snr-sub) to crk-gpa
               if ws-snr-lvl(ws-snr-sub) not = zero
                   move ws-lvl-code(ws-snr-lvl(ws-snr-sub))
                     to crk-honors-code
                   move ws-lvl-title(ws-snr-lvl(ws-snr-sub))
                     to crk-honors-title
               end-if
               write Class-Rank-Rec
           end-perform.

       *> the next level up is the lowest level minimum above the
       *> senior's GPA; within the margin of it is borderline
       600-write-borderline.
           move ws-border-margin to btl-margin
           write Border-Rpt-Rec from border-title-line
           write Border-Rpt-Rec from blank-line
           write Border-Rpt-Rec from border-col-line
           perform varying ws-snr-sub from 1 by 1
             until ws-snr-sub > ws-snr-count
               move zero to ws-next-lvl
               perform varying ws-lvl-sub from 1 by 1
                 until ws-lvl-sub > ws-lvl-count
                   if ws-lvl-min-gpa(ws-lvl-sub) >
                     ws-snr-gpa(ws-snr-sub)
                       if ws-next-lvl = zero
                           move ws-lvl-sub to ws-next-lvl
                       else
                           if ws-lvl-min-gpa(ws-lvl-sub) <
                             ws-lvl-min-gpa(ws-next-lvl)
                               move ws-lvl-sub to ws-next-lvl
                           end-if
                       end-if
                   end-if
               end-perform
               if ws-next-lvl not = zero
                   compute ws-short-by = ws-lvl-min-gpa(ws-next-lvl)
                     - ws-snr-gpa(ws-snr-sub)
                   if ws-short-by not > ws-border-margin
                       perform 610-write-border-line
                   end-if
               end-if
           end-perform
           move ws-border-count to bcl-count
           write Border-Rpt-Rec from blank-line
           write Border-Rpt-Rec from border-count-line.

       610-write-border-line.
           move ws-snr-school(ws-snr-sub) to bdl-school
           move ws-snr-name(ws-snr-sub) to bdl-name
           move ws-snr-ssn(ws-snr-sub) to ws-ssn-work
           perform 985-format-ssn
           move ws-ssn-out to bdl-ssn
           move ws-snr-gpa(ws-snr-sub) to bdl-gpa
           move ws-lvl-title(ws-next-lvl) to bdl-next-level
           move ws-short-by to bdl-short-by
           write Border-Rpt-Rec from border-detail-line
           add 1 to ws-border-count.


       980-load-ssn-mask.
           open input ssn-mask-control
           read ssn-mask-control
               at end
                   continue
               not at end
                   move ctl-mask-flag to ws-ssn-mask-flag
           end-read
           close ssn-mask-control.

       985-format-ssn.
           move spaces to ws-ssn-out
           if ws-ssn-unmasked
               move ws-ssn-work to ws-ssn-out
           else
               string 'XXX-XX-' ws-ssn-work(6:4)
                 delimited by size into ws-ssn-out
           end-if.

       end program Honors.
