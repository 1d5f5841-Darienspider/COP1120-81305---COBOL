       identification division.
       program-id. CourseReg.

       environment division.
       configuration section.

       file-control.
           *> term id being registered
           select optional Term-Control-File
           ASSIGN to "CH8CONTROL"
           organization is line sequential.

           *> course catalog master - every section and prerequisite
           *> must name a course of record
           select Course-Catalog
           ASSIGN to "CH8CATALOG"
           organization is line sequential.

           select Student-File
           ASSIGN to "CH80808"
           organization is line sequential.

           *> prior terms' grades - prerequisites need a passing grade
           select optional Course-Grade-File
           ASSIGN to "CH8GRADES"
           organization is line sequential.

           *> the term's sections with seat capacity and up to three
           *> prerequisite courses each
           select Term-Sections
           ASSIGN to "CH8SECTIONS"
           organization is line sequential.

           *> enrollment master - enrolled, waitlisted and dropped,
           *> carried from run to run through the term
           select optional Enrollment-File
           ASSIGN to "CH8ENROLL"
           organization is line sequential.

           *> enrollment after this run - operations copies this over
           *> CH8ENROLL before the next registration run
           select Enrollment-New
           ASSIGN to "CH8ENROLLNEW"
           organization is line sequential.

           *> add and drop requests from the registrar's office
           select Registration-Trans
           ASSIGN to "CH8REGTRANS"
           organization is line sequential.

           *> every request's outcome, promotions and section counts
           select Registration-Report
           ASSIGN to "CH8REGREPORT"
           organization is line sequential.

           *> requests refused, with reasons
           select Registration-Rejects
           ASSIGN to
           "CH8REGREJECTS"
           organization is line sequential.

           *> the term's enrolled students by course in the CH8GRADES
           *> layout with the grade left blank - the colleges grade
           *> this roster at term end instead of keying course ids
           select Grade-Roster
           ASSIGN to "CH8GRADEROSTER"
           organization is line sequential.

           *> suite-wide disclosure control - unless this file says
           *> 'N', printed SSNs show only the last four digits
           select optional ssn-mask-control
           ASSIGN to "CHSSNMASK"
           organization is line sequential.

       data division.
       file section.
       FD Term-Control-File.
       01 Term-Control-Rec.
         05 ctl-term-id        PIC X(6).
         05 filler             PIC X(1).
         05 ctl-prior-term-id  PIC X(6).
         05 filler             PIC X(1).
         05 ctl-gpa-tolerance  PIC 9v99.

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
           88 grd-passing      VALUES 'A' 'B' 'C' 'D' 'T'.
         05 grd-term           PIC X(6).

       FD Term-Sections.
       01 Section-Rec.
         05 sec-term           PIC X(6).
         05 filler             PIC X(1).
         05 sec-course         PIC X(8).
         05 filler             PIC X(1).
         05 sec-section        PIC X(3).
         05 filler             PIC X(1).
         05 sec-capacity       PIC 9(3).
         05 sec-prereq-area.
           10 sec-prereq-entry OCCURS 3 TIMES.
             15 filler         PIC X(1).
             15 sec-prereq     PIC X(8).

       *> status E enrolled, W waitlisted, D dropped; the sequence
       *> is the order requests were taken - the waitlist runs on it
       FD Enrollment-File.
       01 Enrollment-Rec.
         05 enr-term           PIC X(6).
         05 filler             PIC X(1).
         05 enr-ssn            PIC X(9).
         05 filler             PIC X(1).
         05 enr-course         PIC X(8).
         05 filler             PIC X(1).
         05 enr-section        PIC X(3).
         05 filler             PIC X(1).
         05 enr-status         PIC X(1).
         05 filler             PIC X(1).
         05 enr-seq            PIC 9(5).
         05 filler             PIC X(1).
         05 enr-date           PIC 9(6).

       FD Enrollment-New.
       01 Enrollment-New-Rec.
         05 enn-term           PIC X(6).
         05 filler             PIC X(1) value space.
         05 enn-ssn            PIC X(9).
         05 filler             PIC X(1) value space.
         05 enn-course         PIC X(8).
         05 filler             PIC X(1) value space.
         05 enn-section        PIC X(3).
         05 filler             PIC X(1) value space.
         05 enn-status         PIC X(1).
         05 filler             PIC X(1) value space.
         05 enn-seq            PIC 9(5).
         05 filler             PIC X(1) value space.
         05 enn-date           PIC 9(6).

       FD Registration-Trans.
       01 Registration-Rec.
         05 reg-action         PIC X(1).
           88 reg-add          VALUE 'A'.
           88 reg-drop         VALUE 'D'.
         05 reg-ssn            PIC X(9).
         05 reg-course         PIC X(8).
         05 reg-section        PIC X(3).
         05 reg-user-id        PIC X(8).

       FD Registration-Report.
       01 Reg-Rpt-Rec          PIC X(80).

       FD Registration-Rejects.
       01 Reg-Reject-Rec.
         05 rrj-ssn            PIC X(9).
         05 filler             PIC X(2) value spaces.
         05 rrj-course         PIC X(8).
         05 filler             PIC X(2) value spaces.
         05 rrj-section        PIC X(3).
         05 filler             PIC X(2) value spaces.
         05 rrj-reason         PIC X(30).

       FD Grade-Roster.
       01 Grade-Roster-Rec.
         05 gro-ssn            PIC X(9).
         05 gro-course         PIC X(8).
         05 gro-credits        PIC 9(2).
         05 gro-grade          PIC X(1).
         05 gro-term           PIC X(6).

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
         05 ws-cat-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-stu-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-grd-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-sec-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-enr-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-ctl-found-sw    PIC X(3) VALUE 'no '.
           88 ws-ctl-found     VALUE 'yes'.
         05 ws-passed-sw       PIC X(3) VALUE 'no '.
           88 ws-passed        VALUE 'yes'.
         05 ws-run-date        PIC 9(6) VALUE ZERO.
         05 ws-term-id         PIC X(6) VALUE SPACES.
         05 ws-next-seq        PIC 9(5) VALUE ZERO.

       01 ws-catalog-table.
         05 ws-cat-count       PIC 9(3) VALUE ZERO.
         05 ws-cat-entry OCCURS 200 TIMES.
           10 ws-cat-course    PIC X(8).
           10 ws-cat-credits   PIC 9(2).
       01 ws-cat-sub           PIC 9(3) VALUE ZERO.
       01 ws-cat-found-sub     PIC 9(3) VALUE ZERO.
       01 ws-course-hold       PIC X(8) VALUE SPACES.
       01 ws-section-hold      PIC X(3) VALUE SPACES.
       01 ws-ssn-hold          PIC X(9) VALUE SPACES.

       01 ws-student-table.
         05 ws-stu-count       PIC 9(4) VALUE ZERO.
         05 ws-stu-entry OCCURS 500 TIMES.
           10 ws-stu-ssn       PIC X(9).
           10 ws-stu-name      PIC X(21).
       01 ws-stu-sub           PIC 9(4) VALUE ZERO.
       01 ws-stu-name-hold     PIC X(21) VALUE SPACES.

       *> courses each student has passed in earlier terms
       01 ws-passed-table.
         05 ws-pas-count       PIC 9(4) VALUE ZERO.
         05 ws-pas-entry OCCURS 2000 TIMES.
           10 ws-pas-ssn       PIC X(9).
           10 ws-pas-course    PIC X(8).
       01 ws-pas-sub           PIC 9(4) VALUE ZERO.

       *> the term's valid sections with their running seat counts
       01 ws-section-table.
         05 ws-sec-count       PIC 9(3) VALUE ZERO.
         05 ws-sec-entry OCCURS 300 TIMES.
           10 ws-sec-course    PIC X(8).
           10 ws-sec-section   PIC X(3).
           10 ws-sec-capacity  PIC 9(3).
           10 ws-sec-prereq    PIC X(8) OCCURS 3 TIMES.
           10 ws-sec-enrolled  PIC 9(3).
           10 ws-sec-waitlisted PIC 9(3).
       01 ws-sec-sub           PIC 9(3) VALUE ZERO.
       01 ws-sec-found-sub     PIC 9(3) VALUE ZERO.
       01 ws-pre-sub           PIC 9(1) VALUE ZERO.
       01 ws-promote-sub       PIC 9(3) VALUE ZERO.

       01 ws-enroll-table.
         05 ws-enr-count       PIC 9(4) VALUE ZERO.
         05 ws-enr-entry OCCURS 2000 TIMES.
           10 ws-enr-term      PIC X(6).
           10 ws-enr-ssn       PIC X(9).
           10 ws-enr-course    PIC X(8).
           10 ws-enr-section   PIC X(3).
           10 ws-enr-status    PIC X(1).
           10 ws-enr-seq       PIC 9(5).
           10 ws-enr-date      PIC 9(6).
       01 ws-enr-sub           PIC 9(4) VALUE ZERO.
       01 ws-enr-found-sub     PIC 9(4) VALUE ZERO.
       01 ws-low-seq           PIC 9(5) VALUE ZERO.

       01 ws-reason-text       PIC X(30) VALUE SPACES.
       01 ws-result-text       PIC X(30) VALUE SPACES.

       01 ws-reg-totals.
         05 ws-trans-count     PIC 9(4) VALUE ZERO.
         05 ws-enrolled-count  PIC 9(4) VALUE ZERO.
         05 ws-waitlist-count  PIC 9(4) VALUE ZERO.
         05 ws-dropped-count   PIC 9(4) VALUE ZERO.
         05 ws-promoted-count  PIC 9(4) VALUE ZERO.
         05 ws-reject-count    PIC 9(4) VALUE ZERO.
         05 ws-bad-sec-count   PIC 9(4) VALUE ZERO.

       01 report-title-line.
         05 filler             PIC X(28) VALUE
           ' COURSE REGISTRATION - TERM '.
         05 rtl-term-id        PIC X(6).
         05 filler             PIC X(10) VALUE '   RUN ON '.
         05 rtl-run-date       PIC 9(6).
         05 filler             PIC X(30) VALUE SPACES.

       01 report-col-line.
         05 filler             PIC X(13) VALUE ' SSN'.
         05 filler             PIC X(18) VALUE 'NAME'.
         05 filler             PIC X(5) VALUE 'ACT'.
         05 filler             PIC X(10) VALUE 'COURSE'.
         05 filler             PIC X(4) VALUE 'SEC'.
         05 filler             PIC X(30) VALUE 'RESULT'.

       01 report-detail-line.
         05 filler             PIC X(1) VALUE SPACE.
         05 rpd-ssn            PIC X(11).
         05 filler             PIC X(1) VALUE SPACE.
         05 rpd-name           PIC X(17).
         05 filler             PIC X(1) VALUE SPACE.
         05 rpd-action         PIC X(4).
         05 filler             PIC X(1) VALUE SPACE.
         05 rpd-course         PIC X(8).
         05 filler             PIC X(2) VALUE SPACES.
         05 rpd-section        PIC X(3).
         05 filler             PIC X(1) VALUE SPACE.
         05 rpd-result         PIC X(30).

       01 section-except-line.
         05 filler             PIC X(18) VALUE ' SECTION REFUSED: '.
         05 sxl-course         PIC X(8).
         05 filler             PIC X(1) VALUE SPACE.
         05 sxl-section        PIC X(3).
         05 filler             PIC X(2) VALUE SPACES.
         05 sxl-reason         PIC X(30).
         05 filler             PIC X(18) VALUE SPACES.

       01 section-title-line.
         05 filler             PIC X(40) VALUE
           ' SECTION SEAT COUNTS AFTER THIS RUN'.
         05 filler             PIC X(40) VALUE SPACES.

       01 section-col-line.
         05 filler             PIC X(11) VALUE ' COURSE'.
         05 filler             PIC X(5) VALUE 'SEC'.
         05 filler             PIC X(10) VALUE 'CAPACITY'.
         05 filler             PIC X(10) VALUE 'ENROLLED'.
         05 filler             PIC X(12) VALUE 'WAITLISTED'.
         05 filler             PIC X(32) VALUE 'OPEN SEATS'.

       01 section-detail-line.
         05 filler             PIC X(1) VALUE SPACE.
         05 scd-course         PIC X(8).
         05 filler             PIC X(2) VALUE SPACES.
         05 scd-section        PIC X(3).
         05 filler             PIC X(5) VALUE SPACES.
         05 scd-capacity       PIC ZZ9.
         05 filler             PIC X(7) VALUE SPACES.
         05 scd-enrolled       PIC ZZ9.
         05 filler             PIC X(9) VALUE SPACES.
         05 scd-waitlisted     PIC ZZ9.
         05 filler             PIC X(9) VALUE SPACES.
         05 scd-open           PIC ZZ9.
         05 filler             PIC X(24) VALUE SPACES.

       01 report-total-line-1.
         05 filler             PIC X(12) VALUE ' REQUESTS: '.
         05 rt1-trans          PIC ZZZ9.
         05 filler             PIC X(12) VALUE '  ENROLLED: '.
         05 rt1-enrolled       PIC ZZZ9.
         05 filler             PIC X(14) VALUE '  WAITLISTED: '.
         05 rt1-waitlisted     PIC ZZZ9.
         05 filler             PIC X(11) VALUE '  DROPPED: '.
         05 rt1-dropped        PIC ZZZ9.
         05 filler             PIC X(15) VALUE SPACES.

       01 report-total-line-2.
         05 filler             PIC X(12) VALUE ' PROMOTED: '.
         05 rt2-promoted       PIC ZZZ9.
         05 filler             PIC X(12) VALUE '  REJECTED: '.
         05 rt2-rejected       PIC ZZZ9.
         05 filler             PIC X(20) VALUE
           '  SECTIONS REFUSED: '.
         05 rt2-bad-sections   PIC ZZZ9.
         05 filler             PIC X(24) VALUE SPACES.

       procedure division.
       100-main-module.
           accept ws-run-date from date
           perform 980-load-ssn-mask
           perform 105-load-term-control
           perform 110-load-catalog
           perform 115-load-students
           perform 120-load-passed-grades
           open output Registration-Report
             output Registration-Rejects
           move ws-term-id to rtl-term-id
           move ws-run-date to rtl-run-date
           write Reg-Rpt-Rec from report-title-line
           perform 125-load-sections
           perform 130-load-enrollment
           write Reg-Rpt-Rec from report-col-line
           perform varying ws-sec-found-sub from 1 by 1
             until ws-sec-found-sub > ws-sec-count
               perform 400-promote-waitlist
           end-perform
           open input Registration-Trans
           perform until are-there-more-records = 'no '
               read Registration-Trans
                   at end
                       move 'no ' to are-there-more-records
                   not at end
                       perform 200-process-request
               end-read
           end-perform
           close Registration-Trans
           perform 300-write-section-counts
           perform 350-write-enrollment-new
           perform 360-write-grade-roster
           close Registration-Report Registration-Rejects
           display 'REGISTRATION - ENROLLED: ' ws-enrolled-count
             ' WAITLISTED: ' ws-waitlist-count
             ' PROMOTED: ' ws-promoted-count
             ' REJECTED: ' ws-reject-count
           goback.

       *> the term must be named - enrollment is kept by term
       105-load-term-control.
           open input Term-Control-File
           read Term-Control-File
               at end
                   continue
               not at end
                   set ws-ctl-found to true
                   move ctl-term-id to ws-term-id
           end-read
           close Term-Control-File
           if not ws-ctl-found or ws-term-id = spaces
               display 'NO TERM ON CH8CONTROL - REGISTRATION REFUSED'
               move 8 to RETURN-CODE
               goback
           end-if.

       110-load-catalog.
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
                       move cat-credits
                         to ws-cat-credits(ws-cat-count)
               end-read
           end-perform
           close Course-Catalog.

       115-load-students.
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
                       move STUDENT-NAME to ws-stu-name(ws-stu-count)
               end-read
           end-perform
           close Student-File.

       *> only earlier terms count - a grade for this term is not
       *> yet earned when the next course is being registered
       120-load-passed-grades.
           open input Course-Grade-File
           perform until ws-grd-more-recs = 'no '
               read Course-Grade-File
                   at end
                       move 'no ' to ws-grd-more-recs
                   not at end
                       if grd-passing and grd-term not = ws-term-id
                           if ws-pas-count = 2000
                               display
                                 'GRADE TABLE FULL - RUN STOPPED'
                               move 12 to RETURN-CODE
                               goback
                           end-if
                           add 1 to ws-pas-count
                           move grd-ssn to ws-pas-ssn(ws-pas-count)
                           move grd-course
                             to ws-pas-course(ws-pas-count)
                       end-if
               end-read
           end-perform
           close Course-Grade-File.

       *> a section is only offered once it proves out against the
       *> catalog; refused sections are listed and take no requests
       125-load-sections.
           open input Term-Sections
           perform until ws-sec-more-recs = 'no '
               read Term-Sections
                   at end
                       move 'no ' to ws-sec-more-recs
                   not at end
                       if sec-term = ws-term-id
                           perform 127-edit-section
                       end-if
               end-read
           end-perform
           close Term-Sections.

       127-edit-section.
           move spaces to ws-reason-text
           move sec-course to ws-course-hold
           perform 150-find-catalog
           if ws-cat-found-sub = zero
               move 'COURSE NOT ON CATALOG' to ws-reason-text
           end-if
           if sec-capacity not numeric or sec-capacity = zero
               move 'CAPACITY NOT NUMERIC OR ZERO' to ws-reason-text
           end-if
           perform varying ws-pre-sub from 1 by 1
             until ws-pre-sub > 3
               if sec-prereq(ws-pre-sub) not = spaces
                   move sec-prereq(ws-pre-sub) to ws-course-hold
                   perform 150-find-catalog
                   if ws-cat-found-sub = zero
                       move 'PREREQUISITE NOT ON CATALOG'
                         to ws-reason-text
                   end-if
               end-if
           end-perform
           move sec-course to ws-course-hold
           move sec-section to ws-section-hold
           perform 155-find-section
           if ws-sec-found-sub not = zero
               move 'DUPLICATE SECTION' to ws-reason-text
           end-if
           if ws-reason-text not = spaces
               move sec-course to sxl-course
               move sec-section to sxl-section
               move ws-reason-text to sxl-reason
               write Reg-Rpt-Rec from section-except-line
               add 1 to ws-bad-sec-count
           else
               if ws-sec-count = 300
                   display 'SECTION TABLE FULL - RUN STOPPED'
                   move 12 to RETURN-CODE
                   goback
               end-if
               add 1 to ws-sec-count
               move sec-course to ws-sec-course(ws-sec-count)
               move sec-section to ws-sec-section(ws-sec-count)
               move sec-capacity to ws-sec-capacity(ws-sec-count)
               perform varying ws-pre-sub from 1 by 1
                 until ws-pre-sub > 3
                   move sec-prereq(ws-pre-sub)
                     to ws-sec-prereq(ws-sec-count ws-pre-sub)
               end-perform
               move zero to ws-sec-enrolled(ws-sec-count)
                 ws-sec-waitlisted(ws-sec-count)
           end-if.

       *> every term's enrollment is carried; this term's counts
       *> against its sections' seats
       130-load-enrollment.
           open input Enrollment-File
           perform until ws-enr-more-recs = 'no '
               read Enrollment-File
                   at end
                       move 'no ' to ws-enr-more-recs
                   not at end
                       perform 135-file-enrollment
               end-read
           end-perform
           close Enrollment-File.

       135-file-enrollment.
           if ws-enr-count = 2000
               display 'ENROLLMENT TABLE FULL - RUN STOPPED'
               move 12 to RETURN-CODE
               goback
           end-if
           add 1 to ws-enr-count
           move enr-term to ws-enr-term(ws-enr-count)
           move enr-ssn to ws-enr-ssn(ws-enr-count)
           move enr-course to ws-enr-course(ws-enr-count)
           move enr-section to ws-enr-section(ws-enr-count)
           move enr-status to ws-enr-status(ws-enr-count)
           move enr-seq to ws-enr-seq(ws-enr-count)
           move enr-date to ws-enr-date(ws-enr-count)
           if enr-seq > ws-next-seq
               move enr-seq to ws-next-seq
           end-if
           if enr-term = ws-term-id
               move enr-course to ws-course-hold
               move enr-section to ws-section-hold
               perform 155-find-section
               if ws-sec-found-sub not = zero
                   evaluate enr-status
                       when 'E'
                           add 1 to ws-sec-enrolled(ws-sec-found-sub)
                       when 'W'
                           add 1
                             to ws-sec-waitlisted(ws-sec-found-sub)
                   end-evaluate
               end-if
           end-if.

       150-find-catalog.
           move zero to ws-cat-found-sub
           perform varying ws-cat-sub from 1 by 1
             until ws-cat-sub > ws-cat-count
               if ws-cat-course(ws-cat-sub) = ws-course-hold
                   move ws-cat-sub to ws-cat-found-sub
                   move ws-cat-count to ws-cat-sub
               end-if
           end-perform.

       155-find-section.
           move zero to ws-sec-found-sub
           perform varying ws-sec-sub from 1 by 1
             until ws-sec-sub > ws-sec-count
               if ws-sec-course(ws-sec-sub) = ws-course-hold
                 and ws-sec-section(ws-sec-sub) = ws-section-hold
                   move ws-sec-sub to ws-sec-found-sub
                   move ws-sec-count to ws-sec-sub
               end-if
           end-perform.

       200-process-request.
           add 1 to ws-trans-count
           move spaces to ws-reason-text ws-result-text
           move zero to ws-promote-sub
           move reg-ssn to ws-ssn-hold
           move reg-course to ws-course-hold
           move reg-section to ws-section-hold
           perform 210-find-student
           evaluate true
               when ws-stu-name-hold = spaces
                   move 'STUDENT NOT ON FILE' to ws-reason-text
               when reg-add
                   perform 220-add-request
               when reg-drop
                   perform 240-drop-request
               when other
                   move 'ACTION NOT A OR D' to ws-reason-text
           end-evaluate
           move reg-ssn to ws-ssn-work
           perform 985-format-ssn
           move ws-ssn-out to rpd-ssn
           move ws-stu-name-hold to rpd-name
           evaluate true
               when reg-add
                   move 'ADD' to rpd-action
               when reg-drop
                   move 'DROP' to rpd-action
               when other
                   move reg-action to rpd-action
           end-evaluate
           move reg-course to rpd-course
           move reg-section to rpd-section
           if ws-reason-text not = spaces
               move spaces to Reg-Reject-Rec
               move reg-ssn to rrj-ssn
               move reg-course to rrj-course
               move reg-section to rrj-section
               move ws-reason-text to rrj-reason
               write Reg-Reject-Rec
               add 1 to ws-reject-count
               move ws-reason-text to rpd-result
           else
               move ws-result-text to rpd-result
           end-if
           write Reg-Rpt-Rec from report-detail-line
           if ws-promote-sub not = zero
               move ws-promote-sub to ws-sec-found-sub
               perform 400-promote-waitlist
           end-if.

       210-find-student.
           move spaces to ws-stu-name-hold
           perform varying ws-stu-sub from 1 by 1
             until ws-stu-sub > ws-stu-count
               if ws-stu-ssn(ws-stu-sub) = ws-ssn-hold
                   move ws-stu-name(ws-stu-sub) to ws-stu-name-hold
                   move ws-stu-count to ws-stu-sub
               end-if
           end-perform.

       *> an add takes a seat if one is open and nobody is waiting
       *> for it; otherwise the student joins the section's waitlist
       220-add-request.
           perform 155-find-section
           if ws-sec-found-sub = zero
               move 'SECTION NOT OFFERED THIS TERM' to ws-reason-text
           else
               perform 225-check-already-registered
               if ws-enr-found-sub not = zero
                   move 'ALREADY REGISTERED IN COURSE'
                     to ws-reason-text
               else
                   perform 230-check-prerequisites
               end-if
           end-if
           if ws-reason-text = spaces
               if ws-enr-count = 2000
                   display 'ENROLLMENT TABLE FULL - RUN STOPPED'
                   move 12 to RETURN-CODE
                   goback
               end-if
               add 1 to ws-next-seq
               add 1 to ws-enr-count
               move ws-term-id to ws-enr-term(ws-enr-count)
               move reg-ssn to ws-enr-ssn(ws-enr-count)
               move reg-course to ws-enr-course(ws-enr-count)
               move reg-section to ws-enr-section(ws-enr-count)
               move ws-next-seq to ws-enr-seq(ws-enr-count)
               move ws-run-date to ws-enr-date(ws-enr-count)
               if ws-sec-enrolled(ws-sec-found-sub) <
                   ws-sec-capacity(ws-sec-found-sub)
                 and ws-sec-waitlisted(ws-sec-found-sub) = zero
                   move 'E' to ws-enr-status(ws-enr-count)
                   add 1 to ws-sec-enrolled(ws-sec-found-sub)
                   add 1 to ws-enrolled-count
                   move 'ENROLLED' to ws-result-text
               else
                   move 'W' to ws-enr-status(ws-enr-count)
                   add 1 to ws-sec-waitlisted(ws-sec-found-sub)
                   add 1 to ws-waitlist-count
                   move 'SECTION FULL - WAITLISTED'
                     to ws-result-text
               end-if
           end-if.

       225-check-already-registered.
           move zero to ws-enr-found-sub
           perform varying ws-enr-sub from 1 by 1
             until ws-enr-sub > ws-enr-count
               if ws-enr-term(ws-enr-sub) = ws-term-id
                 and ws-enr-ssn(ws-enr-sub) = reg-ssn
                 and ws-enr-course(ws-enr-sub) = reg-course
                 and (ws-enr-status(ws-enr-sub) = 'E'
                   or ws-enr-status(ws-enr-sub) = 'W')
                   move ws-enr-sub to ws-enr-found-sub
                   move ws-enr-count to ws-enr-sub
               end-if
           end-perform.

       *> each prerequisite wants a passing grade in an earlier term
       230-check-prerequisites.
           perform varying ws-pre-sub from 1 by 1
             until ws-pre-sub > 3
               if ws-sec-prereq(ws-sec-found-sub ws-pre-sub)
                 not = spaces
                   move 'no ' to ws-passed-sw
                   perform varying ws-pas-sub from 1 by 1
                     until ws-pas-sub > ws-pas-count
                       if ws-pas-ssn(ws-pas-sub) = reg-ssn
                         and ws-pas-course(ws-pas-sub) =
                           ws-sec-prereq(ws-sec-found-sub ws-pre-sub)
                           set ws-passed to true
                           move ws-pas-count to ws-pas-sub
                       end-if
                   end-perform
                   if not ws-passed
                       move spaces to ws-reason-text
                       string 'PREREQUISITE ' delimited by size
                         ws-sec-prereq(ws-sec-found-sub ws-pre-sub)
                           delimited by space
                         ' NOT MET' delimited by size
                         into ws-reason-text
                   end-if
               end-if
           end-perform.

       *> a drop from an enrolled seat frees it for the first student
       *> on that section's waitlist
       240-drop-request.
           perform 155-find-section
           move zero to ws-enr-found-sub
           perform varying ws-enr-sub from 1 by 1
             until ws-enr-sub > ws-enr-count
               if ws-enr-term(ws-enr-sub) = ws-term-id
                 and ws-enr-ssn(ws-enr-sub) = reg-ssn
                 and ws-enr-course(ws-enr-sub) = reg-course
                 and ws-enr-section(ws-enr-sub) = reg-section
                 and (ws-enr-status(ws-enr-sub) = 'E'
                   or ws-enr-status(ws-enr-sub) = 'W')
                   move ws-enr-sub to ws-enr-found-sub
                   move ws-enr-count to ws-enr-sub
               end-if
           end-perform
           if ws-enr-found-sub = zero
               move 'NOT REGISTERED IN SECTION' to ws-reason-text
           else
               add 1 to ws-dropped-count
               if ws-sec-found-sub not = zero
                   if ws-enr-status(ws-enr-found-sub) = 'E'
                       subtract 1
                         from ws-sec-enrolled(ws-sec-found-sub)
                   else
                       subtract 1
                         from ws-sec-waitlisted(ws-sec-found-sub)
                   end-if
               end-if
               if ws-enr-status(ws-enr-found-sub) = 'E'
                   move 'DROPPED' to ws-result-text
               else
                   move 'REMOVED FROM WAITLIST' to ws-result-text
               end-if
               move 'D' to ws-enr-status(ws-enr-found-sub)
               move ws-run-date to ws-enr-date(ws-enr-found-sub)
               move ws-sec-found-sub to ws-promote-sub
           end-if.

       300-write-section-counts.
           write Reg-Rpt-Rec from section-title-line
           write Reg-Rpt-Rec from section-col-line
           perform varying ws-sec-sub from 1 by 1
             until ws-sec-sub > ws-sec-count
               move ws-sec-course(ws-sec-sub) to scd-course
               move ws-sec-section(ws-sec-sub) to scd-section
               move ws-sec-capacity(ws-sec-sub) to scd-capacity
               move ws-sec-enrolled(ws-sec-sub) to scd-enrolled
               move ws-sec-waitlisted(ws-sec-sub) to scd-waitlisted
               if ws-sec-enrolled(ws-sec-sub) <
                 ws-sec-capacity(ws-sec-sub)
                   compute scd-open = ws-sec-capacity(ws-sec-sub)
                     - ws-sec-enrolled(ws-sec-sub)
               else
                   move zero to scd-open
               end-if
               write Reg-Rpt-Rec from section-detail-line
           end-perform
           move ws-trans-count to rt1-trans
           move ws-enrolled-count to rt1-enrolled
           move ws-waitlist-count to rt1-waitlisted
           move ws-dropped-count to rt1-dropped
           write Reg-Rpt-Rec from report-total-line-1
           move ws-promoted-count to rt2-promoted
           move ws-reject-count to rt2-rejected
           move ws-bad-sec-count to rt2-bad-sections
           write Reg-Rpt-Rec from report-total-line-2.

       350-write-enrollment-new.
           open output Enrollment-New
           perform varying ws-enr-sub from 1 by 1
             until ws-enr-sub > ws-enr-count
               move spaces to Enrollment-New-Rec
               move ws-enr-term(ws-enr-sub) to enn-term
               move ws-enr-ssn(ws-enr-sub) to enn-ssn
               move ws-enr-course(ws-enr-sub) to enn-course
               move ws-enr-section(ws-enr-sub) to enn-section
               move ws-enr-status(ws-enr-sub) to enn-status
               move ws-enr-seq(ws-enr-sub) to enn-seq
               move ws-enr-date(ws-enr-sub) to enn-date
               write Enrollment-New-Rec
           end-perform
           close Enrollment-New.

       360-write-grade-roster.
           open output Grade-Roster
           perform varying ws-enr-sub from 1 by 1
             until ws-enr-sub > ws-enr-count
               if ws-enr-term(ws-enr-sub) = ws-term-id
                 and ws-enr-status(ws-enr-sub) = 'E'
                   move ws-enr-course(ws-enr-sub) to ws-course-hold
                   perform 150-find-catalog
                   move spaces to Grade-Roster-Rec
                   move ws-enr-ssn(ws-enr-sub) to gro-ssn
                   move ws-enr-course(ws-enr-sub) to gro-course
                   if ws-cat-found-sub not = zero
                       move ws-cat-credits(ws-cat-found-sub)
                         to gro-credits
                   else
                       move zero to gro-credits
                   end-if
                   move ws-term-id to gro-term
                   write Grade-Roster-Rec
               end-if
           end-perform
           close Grade-Roster.

       *> open seats in the section go to the waitlist in the order
       *> the requests were taken
       400-promote-waitlist.
           perform until ws-sec-waitlisted(ws-sec-found-sub) = zero
             or ws-sec-enrolled(ws-sec-found-sub) not <
               ws-sec-capacity(ws-sec-found-sub)
               perform 410-promote-one
           end-perform.

       410-promote-one.
           move zero to ws-enr-found-sub
           move 99999 to ws-low-seq
           perform varying ws-enr-sub from 1 by 1
             until ws-enr-sub > ws-enr-count
               if ws-enr-term(ws-enr-sub) = ws-term-id
                 and ws-enr-course(ws-enr-sub) =
                   ws-sec-course(ws-sec-found-sub)
                 and ws-enr-section(ws-enr-sub) =
                   ws-sec-section(ws-sec-found-sub)
                 and ws-enr-status(ws-enr-sub) = 'W'
                 and ws-enr-seq(ws-enr-sub) < ws-low-seq
                   move ws-enr-sub to ws-enr-found-sub
                   move ws-enr-seq(ws-enr-sub) to ws-low-seq
               end-if
           end-perform
           if ws-enr-found-sub = zero
               move zero to ws-sec-waitlisted(ws-sec-found-sub)
           else
               move 'E' to ws-enr-status(ws-enr-found-sub)
               move ws-run-date to ws-enr-date(ws-enr-found-sub)
               subtract 1 from ws-sec-waitlisted(ws-sec-found-sub)
               add 1 to ws-sec-enrolled(ws-sec-found-sub)
               add 1 to ws-promoted-count
               move ws-enr-ssn(ws-enr-found-sub) to ws-ssn-hold
               perform 210-find-student
               move ws-ssn-hold to ws-ssn-work
               perform 985-format-ssn
               move ws-ssn-out to rpd-ssn
               move ws-stu-name-hold to rpd-name
               move 'AUTO' to rpd-action
               move ws-sec-course(ws-sec-found-sub) to rpd-course
               move ws-sec-section(ws-sec-found-sub) to rpd-section
               move 'PROMOTED FROM WAITLIST' to rpd-result
               write Reg-Rpt-Rec from report-detail-line
           end-if.

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

       end program CourseReg.
