       identification division.
       program-id. EnrollVerify.

       environment division.
       configuration section.

       file-control.
           select Student-File
           ASSIGN to "CH80808"
           organization is line sequential.

           *> one record per student per course from the colleges -
           *> the term's attempted credits are footed from it
           select Course-Grade-File
           ASSIGN to "CH8GRADES"
           organization is line sequential.

           *> term id being certified
           select optional Term-Control-File
           ASSIGN to "CH8CONTROL"
           organization is line sequential.

           *> institution code, the credit thresholds for each status
           *> and the seniors' anticipated graduation date, from the
           *> registrar - the thresholds default to 12, 9 and 6
           select optional Verify-Control-File
           ASSIGN to "CH8VERIFYCTL"
           organization is line sequential.

           *> clearinghouse submission - header, one detail per
           *> student, trailer with the count
           select Clearinghouse-File
           ASSIGN to
           "CH8CLEARHOUSE"
           organization is line sequential.

           *> lender, insurer and other third-party requests for a
           *> verification letter
           select optional Verify-Requests
           ASSIGN to "CH8VERIFYREQ"
           organization is line sequential.

           *> verification letters, one page per request
           select Verify-Letters
           ASSIGN to
           "CH8VERIFYLTRS"
           organization is line sequential.

           *> machine-readable log of every letter issued
           select Verify-Log
           ASSIGN to "CH8VERIFYLOG"
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

       FD Term-Control-File.
       01 Term-Control-Rec.
         05 ctl-term-id        PIC X(6).
         05 filler             PIC X(1).
         05 ctl-prior-term-id  PIC X(6).
         05 filler             PIC X(1).
         05 ctl-gpa-tolerance  PIC 9v99.

       FD Verify-Control-File.
       01 Verify-Control-Rec.
         05 vct-institution    PIC X(8).
         05 filler             PIC X(1).
         05 vct-full-min       PIC 9(2).
         05 filler             PIC X(1).
         05 vct-three-qtr-min  PIC 9(2).
         05 filler             PIC X(1).
         05 vct-half-min       PIC 9(2).
         05 filler             PIC X(1).
         05 vct-grad-date      PIC 9(8).

       *> H header, D detail, T trailer; status F full-time,
       *> Q three-quarter, H half-time, L less than half-time,
       *> W not enrolled for the term
       FD Clearinghouse-File.
       01 Clearinghouse-Header.
         05 chh-rec-type       PIC X(1).
         05 filler             PIC X(1).
         05 chh-institution    PIC X(8).
         05 filler             PIC X(1).
         05 chh-term           PIC X(6).
         05 filler             PIC X(1).
         05 chh-run-date       PIC 9(6).
       01 Clearinghouse-Detail.
         05 chd-rec-type       PIC X(1).
         05 filler             PIC X(1).
         05 chd-ssn            PIC X(9).
         05 filler             PIC X(1).
         05 chd-name           PIC X(21).
         05 filler             PIC X(1).
         05 chd-class-code     PIC X(1).
         05 filler             PIC X(1).
         05 chd-status         PIC X(1).
         05 filler             PIC X(1).
         05 chd-term-credits   PIC 9(3).
         05 filler             PIC X(1).
         05 chd-grad-date      PIC 9(8).
         05 filler             PIC X(1).
         05 chd-address        PIC X(25).
         05 filler             PIC X(1).
         05 chd-city           PIC X(15).
         05 filler             PIC X(1).
         05 chd-state          PIC X(2).
         05 filler             PIC X(1).
         05 chd-zip            PIC X(5).
       01 Clearinghouse-Trailer.
         05 cht-rec-type       PIC X(1).
         05 filler             PIC X(1).
         05 cht-count          PIC 9(6).

       FD Verify-Requests.
       01 Verify-Request-Rec.
         05 vrq-ssn            PIC X(9).
         05 vrq-requester      PIC X(30).

       FD Verify-Letters.
       01 Verify-Letter-Rec    PIC X(80).

       FD Verify-Log.
       01 Verify-Log-Rec.
         05 vlg-ssn            PIC X(9).
         05 filler             PIC X(1).
         05 vlg-date           PIC 9(6).
         05 filler             PIC X(1).
         05 vlg-status         PIC X(1).
         05 filler             PIC X(1).
         05 vlg-result         PIC X(12).
         05 filler             PIC X(1).
         05 vlg-requester      PIC X(30).

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
         05 ws-req-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-ctl-found-sw    PIC X(3) VALUE 'no '.
           88 ws-ctl-found     VALUE 'yes'.
         05 ws-detail-count    PIC 9(6) VALUE ZERO.
         05 ws-letter-count    PIC 9(4) VALUE ZERO.
         05 ws-unknown-count   PIC 9(4) VALUE ZERO.
         05 ws-run-date        PIC 9(6) VALUE ZERO.
         05 ws-term-id         PIC X(6) VALUE SPACES.

       01 ws-verify-controls.
         05 ws-institution     PIC X(8) VALUE 'PASSEMST'.
         05 ws-full-min        PIC 9(2) VALUE 12.
         05 ws-three-qtr-min   PIC 9(2) VALUE 9.
         05 ws-half-min        PIC 9(2) VALUE 6.
         05 ws-grad-date       PIC 9(8) VALUE ZERO.
         05 ws-grad-date-parts REDEFINES ws-grad-date.
           10 ws-grad-yyyy     PIC 9(4).
           10 ws-grad-mm       PIC 9(2).
           10 ws-grad-dd       PIC 9(2).

       *> certified students by status: F, Q, H, L, W
       01 ws-status-counts.
         05 ws-status-count OCCURS 5 TIMES PIC 9(4) VALUE ZERO.
       01 ws-status-sub        PIC 9(1) VALUE ZERO.

       *> the term's attempted credits by student
       01 ws-credit-table.
         05 ws-crd-count       PIC 9(4) VALUE ZERO.
         05 ws-crd-entry OCCURS 500 TIMES.
           10 ws-crd-ssn       PIC X(9).
           10 ws-crd-credits   PIC 9(3).
       01 ws-crd-sub           PIC 9(4) VALUE ZERO.
       01 ws-crd-found-sub     PIC 9(4) VALUE ZERO.

       *> every student with the status certified this run
       01 ws-student-table.
         05 ws-stu-count       PIC 9(4) VALUE ZERO.
         05 ws-stu-entry OCCURS 500 TIMES.
           10 ws-stu-ssn       PIC X(9).
           10 ws-stu-name      PIC X(21).
           10 ws-stu-class     PIC X(1).
           10 ws-stu-status    PIC X(1).
           10 ws-stu-credits   PIC 9(3).
           10 ws-stu-grad-date PIC 9(8).
       01 ws-stu-sub           PIC 9(4) VALUE ZERO.
       01 ws-stu-found-sub     PIC 9(4) VALUE ZERO.

       01 ws-status-hold       PIC X(1) VALUE SPACE.
       01 ws-status-words      PIC X(30) VALUE SPACES.

       01 letter-date-line.
         05 filler             PIC X(2) VALUE SPACES.
         05 ltr-date           PIC 9(6).
         05 filler             PIC X(72) VALUE SPACES.

       01 letter-to-line.
         05 filler             PIC X(6) VALUE '  TO: '.
         05 ltr-requester      PIC X(30).
         05 filler             PIC X(44) VALUE SPACES.

       01 letter-re-line.
         05 filler             PIC X(6) VALUE '  RE: '.
         05 ltr-name           PIC X(21).
         05 filler             PIC X(7) VALUE '  SSN: '.
         05 ltr-ssn            PIC X(11).
         05 filler             PIC X(35) VALUE SPACES.

       01 letter-body-1.
         05 filler             PIC X(80) VALUE
             '  The Office of the Registrar certifies that the student'.

       *> built with the status wording for the student
       01 letter-body-2        PIC X(80) VALUE SPACES.

       01 letter-body-3.
         05 filler             PIC X(13) VALUE '  attempting '.
         05 ltr-credits        PIC ZZ9.
         05 filler             PIC X(24) VALUE
             ' credit hours that term.'.
         05 filler             PIC X(40) VALUE SPACES.

       01 letter-grad-line.
         05 filler             PIC X(32) VALUE
             '  Anticipated graduation date: '.
         05 ltr-grad-mm        PIC 9(2).
         05 filler             PIC X(1) VALUE '/'.
         05 ltr-grad-dd        PIC 9(2).
         05 filler             PIC X(1) VALUE '/'.
         05 ltr-grad-yyyy      PIC 9(4).
         05 filler             PIC X(38) VALUE SPACES.

       01 letter-unknown-line.
         05 filler             PIC X(80) VALUE
             '  We have no enrollment record for the student named.'.

       01 letter-sign-line.
         05 filler             PIC X(80) VALUE
             '  Office of the Registrar, PASS-Em STATE College'.

       01 letter-blank-line    PIC X(80) VALUE SPACES.

       procedure division.
       100-main-module.
           accept ws-run-date from date
           perform 980-load-ssn-mask
           perform 105-load-term-control
           perform 107-load-verify-control
           perform 110-load-credits
           open input Student-File
             output Clearinghouse-File
           move spaces to Clearinghouse-Header
           move 'H' to chh-rec-type
           move ws-institution to chh-institution
           move ws-term-id to chh-term
           move ws-run-date to chh-run-date
           write Clearinghouse-Header
           perform until are-there-more-records = 'no '
               read Student-File
                   at end
                       move 'no ' to are-there-more-records
                   not at end
                       perform 200-certify-student
               end-read
           end-perform
           move spaces to Clearinghouse-Trailer
           move 'T' to cht-rec-type
           move ws-detail-count to cht-count
           write Clearinghouse-Trailer
           close Student-File Clearinghouse-File
           open input Verify-Requests
             output Verify-Letters
             output Verify-Log
           perform until ws-req-more-recs = 'no '
               read Verify-Requests
                   at end
                       move 'no ' to ws-req-more-recs
                   not at end
                       perform 300-issue-letter
               end-read
           end-perform
           close Verify-Requests Verify-Letters Verify-Log
           display 'ENROLLVERIFY - TERM ' ws-term-id
             ' CERTIFIED: ' ws-detail-count
           display '  FULL: ' ws-status-count(1)
             ' 3/4: ' ws-status-count(2)
             ' HALF: ' ws-status-count(3)
             ' LESS: ' ws-status-count(4)
             ' NOT ENROLLED: ' ws-status-count(5)
           display '  LETTERS: ' ws-letter-count
             ' UNKNOWN SSN: ' ws-unknown-count
           if ws-unknown-count > 0
               move 4 to RETURN-CODE
           end-if
           goback.

       *> the term must be named - a certification with no term id
       *> tells the clearinghouse nothing
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
               display 'NO TERM ON CH8CONTROL - CERTIFICATION REFUSED'
               move 8 to RETURN-CODE
               goback
           end-if.

       107-load-verify-control.
           open input Verify-Control-File
           read Verify-Control-File
               at end
                   continue
               not at end
                   if vct-institution not = spaces
                       move vct-institution to ws-institution
                   end-if
                   if vct-full-min numeric and vct-full-min > 0
                       move vct-full-min to ws-full-min
                   end-if
                   if vct-three-qtr-min numeric
                     and vct-three-qtr-min > 0
                       move vct-three-qtr-min to ws-three-qtr-min
                   end-if
                   if vct-half-min numeric and vct-half-min > 0
                       move vct-half-min to ws-half-min
                   end-if
                   if vct-grad-date numeric
                       move vct-grad-date to ws-grad-date
                   end-if
           end-read
           close Verify-Control-File.

       110-load-credits.
           open input Course-Grade-File
           perform until ws-grd-more-recs = 'no '
               read Course-Grade-File
                   at end
                       move 'no ' to ws-grd-more-recs
                   not at end
                       if grd-term = ws-term-id
                           perform 115-add-credits
                       end-if
               end-read
           end-perform
           close Course-Grade-File.

       115-add-credits.
           move zeros to ws-crd-found-sub
           perform varying ws-crd-sub from 1 by 1
             until ws-crd-sub > ws-crd-count
               if ws-crd-ssn(ws-crd-sub) = grd-ssn
                   move ws-crd-sub to ws-crd-found-sub
                   move ws-crd-count to ws-crd-sub
               end-if
           end-perform
           if ws-crd-found-sub = zeros
               if ws-crd-count = 500
                   display 'CREDIT TABLE FULL - RUN STOPPED'
                   move 12 to RETURN-CODE
                   goback
               end-if
               add 1 to ws-crd-count
               move ws-crd-count to ws-crd-found-sub
               move grd-ssn to ws-crd-ssn(ws-crd-found-sub)
               move zeros to ws-crd-credits(ws-crd-found-sub)
           end-if
           add grd-credits to ws-crd-credits(ws-crd-found-sub).

       *> attempted credits against the thresholds; a student with
       *> nothing attempted this term is reported not enrolled
       200-certify-student.
           if ws-stu-count = 500
               display 'STUDENT TABLE FULL - RUN STOPPED'
               move 12 to RETURN-CODE
               goback
           end-if
           add 1 to ws-stu-count
           move SOC-SEC-NO to ws-stu-ssn(ws-stu-count)
           move STUDENT-NAME to ws-stu-name(ws-stu-count)
           move CLASS-CODE to ws-stu-class(ws-stu-count)
           move zeros to ws-stu-credits(ws-stu-count)
             ws-stu-grad-date(ws-stu-count)
           perform varying ws-crd-sub from 1 by 1
             until ws-crd-sub > ws-crd-count
               if ws-crd-ssn(ws-crd-sub) = SOC-SEC-NO
                   move ws-crd-credits(ws-crd-sub)
                     to ws-stu-credits(ws-stu-count)
                   move ws-crd-count to ws-crd-sub
               end-if
           end-perform
           evaluate true
               when ws-stu-credits(ws-stu-count) = zero
                   move 'W' to ws-stu-status(ws-stu-count)
                   move 5 to ws-status-sub
               when ws-stu-credits(ws-stu-count) not < ws-full-min
                   move 'F' to ws-stu-status(ws-stu-count)
                   move 1 to ws-status-sub
               when ws-stu-credits(ws-stu-count)
                 not < ws-three-qtr-min
                   move 'Q' to ws-stu-status(ws-stu-count)
                   move 2 to ws-status-sub
               when ws-stu-credits(ws-stu-count) not < ws-half-min
                   move 'H' to ws-stu-status(ws-stu-count)
                   move 3 to ws-status-sub
               when other
                   move 'L' to ws-stu-status(ws-stu-count)
                   move 4 to ws-status-sub
           end-evaluate
           add 1 to ws-status-count(ws-status-sub)
           if SENIOR
               move ws-grad-date to ws-stu-grad-date(ws-stu-count)
           end-if
           move spaces to Clearinghouse-Detail
           move 'D' to chd-rec-type
           move SOC-SEC-NO to chd-ssn
           move STUDENT-NAME to chd-name
           move CLASS-CODE to chd-class-code
           move ws-stu-status(ws-stu-count) to chd-status
           move ws-stu-credits(ws-stu-count) to chd-term-credits
           move ws-stu-grad-date(ws-stu-count) to chd-grad-date
           move STU-ADDRESS to chd-address
           move STU-CITY to chd-city
           move STU-STATE to chd-state
           move STU-ZIP to chd-zip
           write Clearinghouse-Detail
           add 1 to ws-detail-count.

       300-issue-letter.
           move zeros to ws-stu-found-sub
           perform varying ws-stu-sub from 1 by 1
             until ws-stu-sub > ws-stu-count
               if ws-stu-ssn(ws-stu-sub) = vrq-ssn
                   move ws-stu-sub to ws-stu-found-sub
                   move ws-stu-count to ws-stu-sub
               end-if
           end-perform
           move ws-run-date to ltr-date
           write Verify-Letter-Rec from letter-date-line
             after advancing page
           write Verify-Letter-Rec from letter-blank-line
           move vrq-requester to ltr-requester
           write Verify-Letter-Rec from letter-to-line
           write Verify-Letter-Rec from letter-blank-line
           move vrq-ssn to ws-ssn-work
           perform 985-format-ssn
           move ws-ssn-out to ltr-ssn
           move spaces to Verify-Log-Rec
           move vrq-ssn to vlg-ssn
           move ws-run-date to vlg-date
           move vrq-requester to vlg-requester
           if ws-stu-found-sub = zeros
               move spaces to ltr-name
               write Verify-Letter-Rec from letter-re-line
               write Verify-Letter-Rec from letter-blank-line
               write Verify-Letter-Rec from letter-unknown-line
               move 'UNKNOWN SSN ' to vlg-result
               add 1 to ws-unknown-count
           else
               move ws-stu-name(ws-stu-found-sub) to ltr-name
               write Verify-Letter-Rec from letter-re-line
               write Verify-Letter-Rec from letter-blank-line
               write Verify-Letter-Rec from letter-body-1
               move ws-stu-status(ws-stu-found-sub) to ws-status-hold
               perform 310-expand-status
               move spaces to letter-body-2
               string '  named above is ' delimited by size
                 ws-status-words delimited by '  '
                 ' for term ' delimited by size
                 ws-term-id delimited by size
                 ',' delimited by size
                 into letter-body-2
               write Verify-Letter-Rec from letter-body-2
               move ws-stu-credits(ws-stu-found-sub) to ltr-credits
               write Verify-Letter-Rec from letter-body-3
               if ws-stu-grad-date(ws-stu-found-sub) not = zeros
                   move ws-stu-grad-date(ws-stu-found-sub)
                     to ws-grad-date
                   move ws-grad-mm to ltr-grad-mm
                   move ws-grad-dd to ltr-grad-dd
                   move ws-grad-yyyy to ltr-grad-yyyy
                   write Verify-Letter-Rec from letter-blank-line
                   write Verify-Letter-Rec from letter-grad-line
               end-if
               move ws-stu-status(ws-stu-found-sub) to vlg-status
               move 'ISSUED      ' to vlg-result
               add 1 to ws-letter-count
           end-if
           write Verify-Letter-Rec from letter-blank-line
           write Verify-Letter-Rec from letter-sign-line
           write Verify-Log-Rec.

       310-expand-status.
           evaluate ws-status-hold
               when 'F'
                   move 'enrolled full-time  ' to ws-status-words
               when 'Q'
                   move 'enrolled three-quarter time'
                     to ws-status-words
               when 'H'
                   move 'enrolled half-time  ' to ws-status-words
               when 'L'
                   move 'enrolled less than half-time'
                     to ws-status-words
               when other
                   move 'not enrolled        ' to ws-status-words
           end-evaluate.


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

       end program EnrollVerify.
