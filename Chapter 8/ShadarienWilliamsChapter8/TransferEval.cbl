       identification division.
       program-id. TransferEval.

       environment division.
       configuration section.

       file-control.
           *> courses from incoming transfer transcripts, as keyed by
           *> the registrar's office
           select Transfer-Courses
           ASSIGN to "CH8TRANSFERIN"
           organization is line sequential.

           *> external institution and course to our course of record
           *> or to elective credit
           select Equivalency-Table
           ASSIGN to
           "CH8TRANSEQUIV"
           organization is line sequential.

           *> course catalog master - an equivalency must name a course
           *> of record before credit is posted against it
           select Course-Catalog
           ASSIGN to "CH8CATALOG"
           organization is line sequential.

           select Student-File
           ASSIGN to "CH80808"
           organization is line sequential.

           *> transfer grades are appended here - grade T, term TRANSF
           *> - so they count toward credits and degree requirements
           *> but stay out of every GPA
           select Course-Grade-File
           ASSIGN to "CH8GRADES"
           organization is line sequential.

           *> courses with no usable equivalency, for the registrar's
           *> decision
           select Review-Queue
           ASSIGN to
           "CH8TRANSREVIEW"
           organization is line sequential.

           *> permanent record of every course evaluated, kept across
           *> runs
           select optional Evaluation-Audit
           ASSIGN to
           "CH8TRANSAUDIT"
           organization is line sequential.

           *> every course's outcome, for the registrar
           select Evaluation-Report
           ASSIGN to
           "CH8TRANSEVAL"
           organization is line sequential.

           *> suite-wide disclosure control - unless this file says
           *> 'N', printed SSNs show only the last four digits
           select optional ssn-mask-control
           ASSIGN to "CHSSNMASK"
           organization is line sequential.

       data division.
       file section.
       FD Transfer-Courses.
       01 Transfer-Course-Rec.
         05 trf-ssn            PIC X(9).
         05 trf-institution    PIC X(6).
         05 trf-ext-course     PIC X(8).
         05 trf-credits        PIC 9(2).
         05 trf-grade          PIC X(1).
         05 trf-ext-term       PIC X(6).

       *> type C maps to a catalog course; type E gives elective
       *> credit under the elective id named; a minimum grade, when
       *> given, is the lowest letter grade accepted
       FD Equivalency-Table.
       01 Equivalency-Rec.
         05 eqv-institution    PIC X(6).
         05 filler             PIC X(1).
         05 eqv-ext-course     PIC X(8).
         05 filler             PIC X(1).
         05 eqv-type           PIC X(1).
           88 eqv-course-type  VALUE 'C'.
           88 eqv-elective-type VALUE 'E'.
         05 filler             PIC X(1).
         05 eqv-our-course     PIC X(8).
         05 filler             PIC X(1).
         05 eqv-min-grade      PIC X(1).

       FD Course-Catalog.
       01 Catalog-Rec.
         05 cat-course         PIC X(8).
         05 cat-title          PIC X(20).
         05 cat-credits        PIC 9(2).
         05 cat-school         PIC X(1).

       FD Student-File.
       01 STUDENT-REC.
         05 SOC-SEC-NO         PIC X(9).
         05 STUDENT-NAME       PIC X(21).
         05 CLASS-CODE         PIC X(1).
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

       FD Review-Queue.
       01 Review-Rec.
         05 rvw-ssn            PIC X(9).
         05 filler             PIC X(1).
         05 rvw-institution    PIC X(6).
         05 filler             PIC X(1).
         05 rvw-ext-course     PIC X(8).
         05 filler             PIC X(1).
         05 rvw-credits        PIC 9(2).
         05 filler             PIC X(1).
         05 rvw-grade          PIC X(1).
         05 filler             PIC X(1).
         05 rvw-ext-term       PIC X(6).
         05 filler             PIC X(1).
         05 rvw-reason         PIC X(30).

       *> result P posted to a course, E posted as elective,
       *> R sent to review, N not accepted, D already posted,
       *> U unknown student
       FD Evaluation-Audit.
       01 Audit-Rec.
         05 aud-run-date       PIC 9(6).
         05 filler             PIC X(1).
         05 aud-ssn            PIC X(9).
         05 filler             PIC X(1).
         05 aud-institution    PIC X(6).
         05 filler             PIC X(1).
         05 aud-ext-course     PIC X(8).
         05 filler             PIC X(1).
         05 aud-credits        PIC 9(2).
         05 filler             PIC X(1).
         05 aud-grade          PIC X(1).
         05 filler             PIC X(1).
         05 aud-ext-term       PIC X(6).
         05 filler             PIC X(1).
         05 aud-result         PIC X(1).
         05 filler             PIC X(1).
         05 aud-our-course     PIC X(8).
         05 filler             PIC X(1).
         05 aud-reason         PIC X(30).

       FD Evaluation-Report.
       01 Eval-Rpt-Rec         PIC X(80).

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
         05 ws-eqv-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-cat-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-stu-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-grd-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-aud-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-found-sw        PIC X(3) VALUE 'no '.
           88 ws-found         VALUE 'yes'.
         05 ws-read-count      PIC 9(4) VALUE ZERO.
         05 ws-posted-count    PIC 9(4) VALUE ZERO.
         05 ws-review-count    PIC 9(4) VALUE ZERO.
         05 ws-other-count     PIC 9(4) VALUE ZERO.
         05 ws-posted-credits  PIC 9(5) VALUE ZERO.
         05 ws-run-date        PIC 9(6) VALUE ZERO.

       *> the term id and grade every transfer record carries
       01 ws-transfer-term     PIC X(6) VALUE 'TRANSF'.
       01 ws-transfer-grade    PIC X(1) VALUE 'T'.

       01 ws-equivalency-table.
         05 ws-eqv-count       PIC 9(4) VALUE ZERO.
         05 ws-eqv-entry OCCURS 1000 TIMES.
           10 ws-eqv-institution PIC X(6).
           10 ws-eqv-ext-course PIC X(8).
           10 ws-eqv-type      PIC X(1).
           10 ws-eqv-our-course PIC X(8).
           10 ws-eqv-min-grade PIC X(1).
       01 ws-eqv-sub           PIC 9(4) VALUE ZERO.
       01 ws-eqv-found-sub     PIC 9(4) VALUE ZERO.

       01 ws-catalog-table.
         05 ws-cat-count       PIC 9(3) VALUE ZERO.
         05 ws-cat-entry OCCURS 200 TIMES.
           10 ws-cat-course    PIC X(8).
       01 ws-cat-sub           PIC 9(3) VALUE ZERO.

       01 ws-student-table.
         05 ws-stu-count       PIC 9(4) VALUE ZERO.
         05 ws-stu-entry OCCURS 500 TIMES.
           10 ws-stu-ssn       PIC X(9).
       01 ws-stu-sub           PIC 9(4) VALUE ZERO.

       *> courses already on record with a passing or transfer
       *> grade, and those posted this run - credit for a course of
       *> record is never posted twice for a student
       01 ws-posted-table.
         05 ws-pst-count       PIC 9(4) VALUE ZERO.
         05 ws-pst-entry OCCURS 2000 TIMES.
           10 ws-pst-ssn       PIC X(9).
           10 ws-pst-course    PIC X(8).
       01 ws-pst-sub           PIC 9(4) VALUE ZERO.

       *> external courses already posted by an earlier evaluation,
       *> from the audit - a transcript keyed twice posts once
       01 ws-evaluated-table.
         05 ws-evl-count       PIC 9(4) VALUE ZERO.
         05 ws-evl-entry OCCURS 2000 TIMES.
           10 ws-evl-ssn       PIC X(9).
           10 ws-evl-institution PIC X(6).
           10 ws-evl-ext-course PIC X(8).
       01 ws-evl-sub           PIC 9(4) VALUE ZERO.

       01 ws-eval-areas.
         05 ws-result          PIC X(1) VALUE SPACE.
         05 ws-our-course      PIC X(8) VALUE SPACES.
         05 ws-reason          PIC X(30) VALUE SPACES.

       01 eval-title-line.
         05 filler             PIC X(36) VALUE
           '  TRANSFER CREDIT EVALUATION  DATE: '.
         05 etl-date           PIC 9(6).
         05 filler             PIC X(38) VALUE SPACES.

       01 eval-col-line.
         05 filler             PIC X(14) VALUE '  SSN'.
         05 filler             PIC X(7) VALUE 'INST'.
         05 filler             PIC X(9) VALUE 'COURSE'.
         05 filler             PIC X(4) VALUE 'CR'.
         05 filler             PIC X(4) VALUE 'GR'.
         05 filler             PIC X(9) VALUE 'POSTED'.
         05 filler             PIC X(33) VALUE 'RESULT'.

       01 eval-detail-line.
         05 filler             PIC X(2) VALUE SPACES.
         05 edl-ssn            PIC X(11).
         05 filler             PIC X(1) VALUE SPACE.
         05 edl-institution    PIC X(6).
         05 filler             PIC X(1) VALUE SPACE.
         05 edl-ext-course     PIC X(8).
         05 filler             PIC X(1) VALUE SPACE.
         05 edl-credits        PIC Z9.
         05 filler             PIC X(2) VALUE SPACES.
         05 edl-grade          PIC X(1).
         05 filler             PIC X(3) VALUE SPACES.
         05 edl-our-course     PIC X(8).
         05 filler             PIC X(1) VALUE SPACE.
         05 edl-reason         PIC X(30).
         05 filler             PIC X(3) VALUE SPACES.

       01 eval-total-line-1.
         05 filler             PIC X(17) VALUE '  COURSES READ:  '.
         05 etc-read           PIC ZZZ9.
         05 filler             PIC X(11) VALUE '   POSTED: '.
         05 etc-posted         PIC ZZZ9.
         05 filler             PIC X(11) VALUE '   REVIEW: '.
         05 etc-review         PIC ZZZ9.
         05 filler             PIC X(14) VALUE '   NOT POSTED:'.
         05 etc-other          PIC ZZZ9.
         05 filler             PIC X(11) VALUE SPACES.

       01 eval-total-line-2.
         05 filler             PIC X(26) VALUE
           '  TRANSFER CREDITS POSTED:'.
         05 etc-credits        PIC ZZZZ9.
         05 filler             PIC X(49) VALUE SPACES.

       01 eval-blank-line      PIC X(80) VALUE SPACES.

       procedure division.
       100-main-module.
           accept ws-run-date from date
           perform 980-load-ssn-mask
           perform 110-load-equivalencies
           perform 120-load-catalog
           perform 130-load-students
           perform 140-load-courses-on-record
           perform 150-load-prior-evaluations
           open input Transfer-Courses
             extend Course-Grade-File
             output Review-Queue
             extend Evaluation-Audit
             output Evaluation-Report
           move ws-run-date to etl-date
           write Eval-Rpt-Rec from eval-title-line
           write Eval-Rpt-Rec from eval-blank-line
           write Eval-Rpt-Rec from eval-col-line
           perform until are-there-more-records = 'no '
               read Transfer-Courses
                   at end
                       move 'no ' to are-there-more-records
                   not at end
                       add 1 to ws-read-count
                       perform 200-evaluate-course
               end-read
           end-perform
           move ws-read-count to etc-read
           move ws-posted-count to etc-posted
           move ws-review-count to etc-review
           move ws-other-count to etc-other
           move ws-posted-credits to etc-credits
           write Eval-Rpt-Rec from eval-blank-line
           write Eval-Rpt-Rec from eval-total-line-1
           write Eval-Rpt-Rec from eval-total-line-2
           close Transfer-Courses Course-Grade-File Review-Queue
             Evaluation-Audit Evaluation-Report
           display 'TRANSFEREVAL - POSTED: ' ws-posted-count
             ' REVIEW: ' ws-review-count
             ' NOT POSTED: ' ws-other-count
           goback.

       110-load-equivalencies.
           open input Equivalency-Table
           perform until ws-eqv-more-recs = 'no '
               read Equivalency-Table
                   at end
                       move 'no ' to ws-eqv-more-recs
                   not at end
                       if ws-eqv-count = 1000
                           display
                             'EQUIVALENCY TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           goback
                       end-if
                       add 1 to ws-eqv-count
                       move eqv-institution
                         to ws-eqv-institution(ws-eqv-count)
                       move eqv-ext-course
                         to ws-eqv-ext-course(ws-eqv-count)
                       move eqv-type to ws-eqv-type(ws-eqv-count)
                       move eqv-our-course
                         to ws-eqv-our-course(ws-eqv-count)
                       move eqv-min-grade
                         to ws-eqv-min-grade(ws-eqv-count)
               end-read
           end-perform
           close Equivalency-Table.

       120-load-catalog.
           open input Course-Catalog
           perform until ws-cat-more-recs = 'no '
               read Course-Catalog
                   at end
                       move 'no ' to ws-cat-more-recs
                   not at end
                       if ws-cat-count = 200
                           display 'CATALOG TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           goback
                       end-if
                       add 1 to ws-cat-count
                       move cat-course to ws-cat-course(ws-cat-count)
               end-read
           end-perform
           close Course-Catalog.

       130-load-students.
           open input Student-File
           perform until ws-stu-more-recs = 'no '
               read Student-File
                   at end
                       move 'no ' to ws-stu-more-recs
                   not at end
                       if ws-stu-count = 500
                           display 'STUDENT TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           goback
                       end-if
                       add 1 to ws-stu-count
                       move SOC-SEC-NO to ws-stu-ssn(ws-stu-count)
               end-read
           end-perform
           close Student-File.

       140-load-courses-on-record.
           open input Course-Grade-File
           perform until ws-grd-more-recs = 'no '
               read Course-Grade-File
                   at end
                       move 'no ' to ws-grd-more-recs
                   not at end
                       if grd-grade not = 'F'
                           perform 145-add-posted-entry
                       end-if
               end-read
           end-perform
           close Course-Grade-File.

       145-add-posted-entry.
           if ws-pst-count = 2000
               display 'POSTED TABLE FULL - RUN STOPPED'
               move 12 to RETURN-CODE
               goback
           end-if
           add 1 to ws-pst-count
           move grd-ssn to ws-pst-ssn(ws-pst-count)
           move grd-course to ws-pst-course(ws-pst-count).

       150-load-prior-evaluations.
           open input Evaluation-Audit
           perform until ws-aud-more-recs = 'no '
               read Evaluation-Audit
                   at end
                       move 'no ' to ws-aud-more-recs
                   not at end
                       if aud-result = 'P' or 'E'
                           perform 155-add-evaluated-entry
                       end-if
               end-read
           end-perform
           close Evaluation-Audit.

       155-add-evaluated-entry.
           if ws-evl-count = 2000
               display 'EVALUATED TABLE FULL - RUN STOPPED'
               move 12 to RETURN-CODE
               goback
           end-if
           add 1 to ws-evl-count
           move aud-ssn to ws-evl-ssn(ws-evl-count)
           move aud-institution to ws-evl-institution(ws-evl-count)
           move aud-ext-course to ws-evl-ext-course(ws-evl-count).

       *> student, equivalency, grade, catalog, already posted -
       *> the first one that fails decides the outcome
       200-evaluate-course.
           move spaces to ws-our-course ws-reason
           move 'no ' to ws-found-sw
           perform varying ws-stu-sub from 1 by 1
             until ws-stu-sub > ws-stu-count
               if ws-stu-ssn(ws-stu-sub) = trf-ssn
                   set ws-found to true
                   move ws-stu-count to ws-stu-sub
               end-if
           end-perform
           if not ws-found
               move 'U' to ws-result
               move 'UNKNOWN STUDENT' to ws-reason
           else
               perform 210-find-equivalency
           end-if
           evaluate ws-result
               when 'P'
               when 'E'
                   perform 220-post-transfer-grade
               when 'R'
                   perform 230-queue-for-review
               when other
                   add 1 to ws-other-count
           end-evaluate
           perform 240-write-audit
           perform 250-write-eval-line.

       210-find-equivalency.
           move zeros to ws-eqv-found-sub
           perform varying ws-eqv-sub from 1 by 1
             until ws-eqv-sub > ws-eqv-count
               if ws-eqv-institution(ws-eqv-sub) = trf-institution
                 and ws-eqv-ext-course(ws-eqv-sub) = trf-ext-course
                   move ws-eqv-sub to ws-eqv-found-sub
                   move ws-eqv-count to ws-eqv-sub
               end-if
           end-perform
           if ws-eqv-found-sub = zeros
               move 'R' to ws-result
               move 'NO EQUIVALENCY ON FILE' to ws-reason
           else
               move ws-eqv-our-course(ws-eqv-found-sub)
                 to ws-our-course
               perform 215-check-grade-and-course
           end-if.

       *> letter grades collate best first, so a grade at or above
       *> the minimum is not greater than it; P passes only where no
       *> minimum is set
       215-check-grade-and-course.
           evaluate true
               when trf-grade not = 'A' and not = 'B'
                 and not = 'C' and not = 'D' and not = 'P'
                   move 'N' to ws-result
                   move 'GRADE NOT TRANSFERABLE' to ws-reason
               when ws-eqv-min-grade(ws-eqv-found-sub) not = space
                 and (trf-grade = 'P'
                   or trf-grade > ws-eqv-min-grade(ws-eqv-found-sub))
                   move 'N' to ws-result
                   move 'GRADE BELOW MINIMUM' to ws-reason
               when ws-eqv-type(ws-eqv-found-sub) not = 'C'
                 and not = 'E'
                   move 'R' to ws-result
                   move 'EQUIVALENCY TYPE INVALID' to ws-reason
               when ws-our-course = spaces
                   move 'R' to ws-result
                   move 'EQUIVALENCY NAMES NO COURSE' to ws-reason
               when other
                   move 'P' to ws-result
                   move 'POSTED' to ws-reason
                   if ws-eqv-type(ws-eqv-found-sub) = 'E'
                       move 'E' to ws-result
                       move 'POSTED AS ELECTIVE CREDIT' to ws-reason
                   end-if
           end-evaluate
           if ws-result = 'P'
               move 'no ' to ws-found-sw
               perform varying ws-cat-sub from 1 by 1
                 until ws-cat-sub > ws-cat-count
                   if ws-cat-course(ws-cat-sub) = ws-our-course
                       set ws-found to true
                       move ws-cat-count to ws-cat-sub
                   end-if
               end-perform
               if not ws-found
                   move 'R' to ws-result
                   move 'EQUIV COURSE NOT IN CATALOG' to ws-reason
               end-if
           end-if
           if ws-result = 'P' or 'E'
               perform varying ws-evl-sub from 1 by 1
                 until ws-evl-sub > ws-evl-count
                   if ws-evl-ssn(ws-evl-sub) = trf-ssn
                     and ws-evl-institution(ws-evl-sub)
                       = trf-institution
                     and ws-evl-ext-course(ws-evl-sub)
                       = trf-ext-course
                       move 'D' to ws-result
                       move 'ALREADY POSTED' to ws-reason
                       move ws-evl-count to ws-evl-sub
                   end-if
               end-perform
           end-if
           if ws-result = 'P'
               perform varying ws-pst-sub from 1 by 1
                 until ws-pst-sub > ws-pst-count
                   if ws-pst-ssn(ws-pst-sub) = trf-ssn
                     and ws-pst-course(ws-pst-sub) = ws-our-course
                       move 'D' to ws-result
                       move 'COURSE ALREADY ON RECORD' to ws-reason
                       move ws-pst-count to ws-pst-sub
                   end-if
               end-perform
           end-if.

       220-post-transfer-grade.
           move trf-ssn to grd-ssn
           move ws-our-course to grd-course
           move trf-credits to grd-credits
           move ws-transfer-grade to grd-grade
           move ws-transfer-term to grd-term
           write Course-Grade-Rec
           perform 145-add-posted-entry
           if ws-evl-count < 2000
               add 1 to ws-evl-count
               move trf-ssn to ws-evl-ssn(ws-evl-count)
               move trf-institution to ws-evl-institution(ws-evl-count)
               move trf-ext-course to ws-evl-ext-course(ws-evl-count)
           end-if
           add 1 to ws-posted-count
           add trf-credits to ws-posted-credits.

       230-queue-for-review.
           move spaces to Review-Rec
           move trf-ssn to rvw-ssn
           move trf-institution to rvw-institution
           move trf-ext-course to rvw-ext-course
           move trf-credits to rvw-credits
           move trf-grade to rvw-grade
           move trf-ext-term to rvw-ext-term
           move ws-reason to rvw-reason
           write Review-Rec
           add 1 to ws-review-count.

       240-write-audit.
           move spaces to Audit-Rec
           move ws-run-date to aud-run-date
           move trf-ssn to aud-ssn
           move trf-institution to aud-institution
           move trf-ext-course to aud-ext-course
           move trf-credits to aud-credits
           move trf-grade to aud-grade
           move trf-ext-term to aud-ext-term
           move ws-result to aud-result
           move ws-our-course to aud-our-course
           move ws-reason to aud-reason
           write Audit-Rec.

       250-write-eval-line.
           move trf-ssn to ws-ssn-work
           perform 985-format-ssn
           move ws-ssn-out to edl-ssn
           move trf-institution to edl-institution
           move trf-ext-course to edl-ext-course
           move trf-credits to edl-credits
           move trf-grade to edl-grade
           if ws-result = 'P' or 'E'
               move ws-our-course to edl-our-course
           else
               move spaces to edl-our-course
           end-if
           move ws-reason to edl-reason
           write Eval-Rpt-Rec from eval-detail-line.


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

       end program TransferEval.
