       identification division.
       program-id. GradeChange.

       environment division.
       configuration section.

       file-control.
           *> late grade changes - an incomplete finished or an
           *> instructor correction - each naming the grade it replaces
           select Grade-Change-Trans
           ASSIGN to "CH8GRADECHG"
           organization is line sequential.

           select Course-Grade-File
           ASSIGN to "CH8GRADES"
           organization is line sequential.

           *> grades after this run's changes - operations copies this
           *> over CH8GRADES
           select Course-Grade-New
           ASSIGN to "CH8GRADESNEW"
           organization is line sequential.

           *> one record per student per term, appended by each Ch8
           *> run - the GPA and credits on it are cumulative
           select Term-History-File
           ASSIGN to "CH8TERMHIST"
           organization is line sequential.

           *> term history with the changed terms recomputed -
           *> operations copies this over CH8TERMHIST, then reruns
           *> Standing and Transcript for the flagged students
           select Term-History-New
           ASSIGN to
           "CH8TERMHISTNEW"
           organization is line sequential.

           *> who may approve a grade change - program GRADECHG
           select optional operator-auth-file
           ASSIGN to "CHOPERATORS"
           organization is line sequential.

           *> permanent before/after trail of every grade changed and
           *> every term history figure it moved - kept across runs
           select optional Grade-Change-Audit
           ASSIGN to
           "CH8GRADECHGAUDIT"
           organization is line sequential.

           *> each change's outcome, the recomputed terms and the
           *> students to reissue letters and transcripts for
           select Grade-Change-Report
           ASSIGN to
           "CH8GRADECHGRPT"
           organization is line sequential.

           *> students whose standing or Dean's List status moved -
           *> the registrar reissues letters and transcripts from this
           select Reissue-Flag-File
           ASSIGN to "CH8REISSUE"
           organization is line sequential.

           *> suite-wide disclosure control - unless this file says
           *> 'N', printed SSNs show only the last four digits
           select optional ssn-mask-control
           ASSIGN to "CHSSNMASK"
           organization is line sequential.

       data division.
       file section.
       *> reason I incomplete completed, C instructor correction
       FD Grade-Change-Trans.
       01 Grade-Change-Rec.
         05 gch-ssn            PIC X(9).
         05 gch-course         PIC X(8).
         05 gch-term           PIC X(6).
         05 gch-old-grade      PIC X(1).
         05 gch-new-grade      PIC X(1).
         05 gch-reason         PIC X(1).
           88 gch-reason-valid VALUES 'I' 'C'.
         05 gch-approver       PIC X(8).

       FD Course-Grade-File.
       01 Course-Grade-Rec.
         05 grd-ssn            PIC X(9).
         05 grd-course         PIC X(8).
         05 grd-credits        PIC 9(2).
         05 grd-grade          PIC X(1).
         05 grd-term           PIC X(6).

       FD Course-Grade-New.
       01 Course-Grade-New-Rec.
         05 gnw-ssn            PIC X(9).
         05 gnw-course         PIC X(8).
         05 gnw-credits        PIC 9(2).
         05 gnw-grade          PIC X(1).
         05 gnw-term           PIC X(6).

       FD Term-History-File.
       01 Term-History-Rec.
         05 th-term-id         PIC X(6).
         05 th-ssn             PIC X(9).
         05 th-name            PIC X(21).
         05 th-class-code      PIC X(1).
         05 th-school-code     PIC X(1).
         05 th-gpa             PIC 9v99.
         05 th-credits         PIC 9(3).

       FD Term-History-New.
       01 Term-History-New-Rec.
         05 thn-term-id        PIC X(6).
         05 thn-ssn            PIC X(9).
         05 thn-name           PIC X(21).
         05 thn-class-code     PIC X(1).
         05 thn-school-code    PIC X(1).
         05 thn-gpa            PIC 9v99.
         05 thn-credits        PIC 9(3).

       FD operator-auth-file.
       01 Operator-Auth-Rec.
         05 opr-id             PIC X(8).
         05 filler             PIC X(1).
         05 opr-program        PIC X(8).
         05 filler             PIC X(1).
         05 opr-actions        PIC X(4).

       *> type G is the grade itself, type H a term history figure
       *> the change moved
       FD Grade-Change-Audit.
       01 Audit-Grade-Rec.
         05 aud-run-date       PIC 9(6).
         05 filler             PIC X(1).
         05 aud-run-time       PIC 9(6).
         05 filler             PIC X(1).
         05 aud-type           PIC X(1).
         05 filler             PIC X(1).
         05 aud-ssn            PIC X(9).
         05 filler             PIC X(1).
         05 aud-term           PIC X(6).
         05 filler             PIC X(1).
         05 aud-course         PIC X(8).
         05 filler             PIC X(1).
         05 aud-credits        PIC 9(2).
         05 filler             PIC X(1).
         05 aud-grade-before   PIC X(1).
         05 filler             PIC X(1).
         05 aud-grade-after    PIC X(1).
         05 filler             PIC X(1).
         05 aud-reason         PIC X(1).
         05 filler             PIC X(1).
         05 aud-approver       PIC X(8).
       01 Audit-History-Rec.
         05 auh-run-date       PIC 9(6).
         05 filler             PIC X(1).
         05 auh-run-time       PIC 9(6).
         05 filler             PIC X(1).
         05 auh-type           PIC X(1).
         05 filler             PIC X(1).
         05 auh-ssn            PIC X(9).
         05 filler             PIC X(1).
         05 auh-term           PIC X(6).
         05 filler             PIC X(1).
         05 auh-gpa-before     PIC 9v99.
         05 filler             PIC X(1).
         05 auh-gpa-after      PIC 9v99.
         05 filler             PIC X(1).
         05 auh-credits-before PIC 9(3).
         05 filler             PIC X(1).
         05 auh-credits-after  PIC 9(3).
         05 filler             PIC X(8).

       FD Grade-Change-Report.
       01 Change-Rpt-Rec       PIC X(80).

       *> type S standing - old and new are the policy statuses;
       *> type D Dean's List for the term - old and new are Y or N
       FD Reissue-Flag-File.
       01 Reissue-Flag-Rec.
         05 rsf-ssn            PIC X(9).
         05 filler             PIC X(1).
         05 rsf-name           PIC X(21).
         05 filler             PIC X(1).
         05 rsf-term           PIC X(6).
         05 filler             PIC X(1).
         05 rsf-type           PIC X(1).
         05 filler             PIC X(1).
         05 rsf-old            PIC X(1).
         05 filler             PIC X(1).
         05 rsf-new            PIC X(1).

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
         05 ws-chg-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-grd-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-his-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-opr-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-edits-ok-sw     PIC X(3) VALUE 'yes'.
           88 ws-edits-ok      VALUE 'yes'.
         05 ws-found-sw        PIC X(3) VALUE 'no '.
           88 ws-found         VALUE 'yes'.
         05 ws-read-count      PIC 9(4) VALUE ZERO.
         05 ws-applied-count   PIC 9(4) VALUE ZERO.
         05 ws-rejected-count  PIC 9(4) VALUE ZERO.
         05 ws-recomp-count    PIC 9(4) VALUE ZERO.
         05 ws-flag-count      PIC 9(4) VALUE ZERO.
         05 ws-run-date        PIC 9(6) VALUE ZERO.
         05 ws-run-time        PIC 9(8) VALUE ZERO.

       *> approvers authorized for GRADECHG
       01 ws-approver-table.
         05 ws-apr-count       PIC 9(4) VALUE ZERO.
         05 ws-apr-entry OCCURS 100 TIMES.
           10 ws-apr-id        PIC X(8).
       01 ws-apr-sub           PIC 9(4) VALUE ZERO.

       *> the terms in the order the runs appended them to the
       *> history - term ids do not sort, so this sequence is what
       *> decides which grades fall inside a term's cumulative GPA
       01 ws-term-table.
         05 ws-trm-count       PIC 9(4) VALUE ZERO.
         05 ws-trm-entry OCCURS 100 TIMES.
           10 ws-trm-id        PIC X(6).
       01 ws-trm-sub           PIC 9(4) VALUE ZERO.
       01 ws-term-hold         PIC X(6) VALUE SPACES.
       01 ws-term-seq-hold     PIC 9(4) VALUE ZERO.

       *> grades in file order; grades keyed before terms were
       *> carried (blank term) and transfer credit sort ahead of
       *> every term, grades for a term not yet on the history sort
       *> after all of them
       01 ws-grade-table.
         05 ws-grd-count       PIC 9(4) VALUE ZERO.
         05 ws-grd-entry OCCURS 2000 TIMES.
           10 ws-grd-ssn       PIC X(9).
           10 ws-grd-course    PIC X(8).
           10 ws-grd-credits   PIC 9(2).
           10 ws-grd-grade     PIC X(1).
           10 ws-grd-term      PIC X(6).
           10 ws-grd-seq       PIC 9(4).
       01 ws-grd-sub           PIC 9(4) VALUE ZERO.
       01 ws-grd-found-sub     PIC 9(4) VALUE ZERO.

       *> the term history in file order, with the figures as read
       *> kept beside the recomputed ones
       01 ws-history-table.
         05 ws-his-count       PIC 9(4) VALUE ZERO.
         05 ws-his-entry OCCURS 2000 TIMES.
           10 ws-his-term      PIC X(6).
           10 ws-his-ssn       PIC X(9).
           10 ws-his-name      PIC X(21).
           10 ws-his-class     PIC X(1).
           10 ws-his-school    PIC X(1).
           10 ws-his-gpa       PIC 9v99.
           10 ws-his-credits   PIC 9(3).
           10 ws-his-old-gpa   PIC 9v99.
           10 ws-his-old-credits PIC 9(3).
           10 ws-his-seq       PIC 9(4).
       01 ws-his-sub           PIC 9(4) VALUE ZERO.

       *> students with an applied change and the earliest term
       *> changed - that term and every later one are recomputed
       01 ws-affected-table.
         05 ws-aff-count       PIC 9(4) VALUE ZERO.
         05 ws-aff-entry OCCURS 500 TIMES.
           10 ws-aff-ssn       PIC X(9).
           10 ws-aff-name      PIC X(21).
           10 ws-aff-from-seq  PIC 9(4).
           10 ws-aff-last-term PIC X(6).
       01 ws-aff-sub           PIC 9(4) VALUE ZERO.

       *> grade points on Program1's scale, cumulative through a term
       01 ws-recompute-areas.
         05 ws-rc-credits      PIC 9(5) VALUE ZERO.
         05 ws-rc-gpa-credits  PIC 9(5) VALUE ZERO.
         05 ws-rc-points       PIC 9(6) VALUE ZERO.
         05 ws-rc-gpa          PIC 9v99 VALUE ZERO.
         05 ws-grade-points    PIC 9(1) VALUE ZERO.

       *> the standing policy walk, the same rules Standing applies:
       *> G good, W warning, P probation, S suspension, D dismissal
       01 ws-walk-areas.
         05 ws-cur-status      PIC X(1) VALUE 'G'.
         05 ws-consec-prob     PIC 9(1) VALUE ZERO.
         05 ws-walk-gpa        PIC 9v99 VALUE ZERO.
         05 ws-old-status      PIC X(1) VALUE 'G'.
         05 ws-new-status      PIC X(1) VALUE 'G'.
         05 ws-status-hold     PIC X(1) VALUE 'G'.
         05 ws-status-word     PIC X(10) VALUE SPACES.
         05 ws-old-word        PIC X(10) VALUE SPACES.
         05 ws-old-deans       PIC X(1) VALUE 'N'.
         05 ws-new-deans       PIC X(1) VALUE 'N'.
         05 ws-flag-desc       PIC X(36) VALUE SPACES.

       01 change-title-line.
         05 filler             PIC X(33) VALUE
           ' POST-TERM GRADE CHANGES  RUN ON '.
         05 ttl-date           PIC 9(6).
         05 filler             PIC X(41) VALUE SPACES.

       01 change-col-line.
         05 filler             PIC X(13) VALUE ' SSN'.
         05 filler             PIC X(9) VALUE 'COURSE'.
         05 filler             PIC X(8) VALUE 'TERM'.
         05 filler             PIC X(4) VALUE 'OLD'.
         05 filler             PIC X(4) VALUE 'NEW'.
         05 filler             PIC X(4) VALUE 'RSN'.
         05 filler             PIC X(9) VALUE 'APPROVER'.
         05 filler             PIC X(29) VALUE 'RESULT'.

       01 change-detail-line.
         05 filler             PIC X(1) VALUE SPACE.
         05 cdl-ssn            PIC X(11).
         05 filler             PIC X(1) VALUE SPACE.
         05 cdl-course         PIC X(8).
         05 filler             PIC X(1) VALUE SPACE.
         05 cdl-term           PIC X(6).
         05 filler             PIC X(2) VALUE SPACES.
         05 cdl-old-grade      PIC X(1).
         05 filler             PIC X(3) VALUE SPACES.
         05 cdl-new-grade      PIC X(1).
         05 filler             PIC X(3) VALUE SPACES.
         05 cdl-reason         PIC X(1).
         05 filler             PIC X(3) VALUE SPACES.
         05 cdl-approver       PIC X(8).
         05 filler             PIC X(1) VALUE SPACE.
         05 cdl-result         PIC X(28).
         05 filler             PIC X(1) VALUE SPACE.

       01 recomp-title-line.
         05 filler             PIC X(24) VALUE
           ' TERM HISTORY RECOMPUTED'.
         05 filler             PIC X(56) VALUE SPACES.

       01 recomp-col-line.
         05 filler             PIC X(13) VALUE ' SSN'.
         05 filler             PIC X(22) VALUE 'NAME'.
         05 filler             PIC X(8) VALUE 'TERM'.
         05 filler             PIC X(9) VALUE 'OLD GPA'.
         05 filler             PIC X(9) VALUE 'NEW GPA'.
         05 filler             PIC X(8) VALUE 'OLD CR'.
         05 filler             PIC X(11) VALUE 'NEW CR'.

       01 recomp-detail-line.
         05 filler             PIC X(1) VALUE SPACE.
         05 rdl-ssn            PIC X(11).
         05 filler             PIC X(1) VALUE SPACE.
         05 rdl-name           PIC X(21).
         05 filler             PIC X(1) VALUE SPACE.
         05 rdl-term           PIC X(6).
         05 filler             PIC X(2) VALUE SPACES.
         05 rdl-old-gpa        PIC 9.99.
         05 filler             PIC X(5) VALUE SPACES.
         05 rdl-new-gpa        PIC 9.99.
         05 filler             PIC X(5) VALUE SPACES.
         05 rdl-old-credits    PIC ZZ9.
         05 filler             PIC X(5) VALUE SPACES.
         05 rdl-new-credits    PIC ZZ9.
         05 filler             PIC X(8) VALUE SPACES.

       01 flag-title-line.
         05 filler             PIC X(51) VALUE
           ' STUDENTS FLAGGED - REISSUE LETTERS AND TRANSCRIPTS'.
         05 filler             PIC X(29) VALUE SPACES.

       01 flag-col-line.
         05 filler             PIC X(13) VALUE ' SSN'.
         05 filler             PIC X(22) VALUE 'NAME'.
         05 filler             PIC X(8) VALUE 'TERM'.
         05 filler             PIC X(37) VALUE 'CHANGE'.

       01 flag-detail-line.
         05 filler             PIC X(1) VALUE SPACE.
         05 fdl-ssn            PIC X(11).
         05 filler             PIC X(1) VALUE SPACE.
         05 fdl-name           PIC X(21).
         05 filler             PIC X(1) VALUE SPACE.
         05 fdl-term           PIC X(6).
         05 filler             PIC X(2) VALUE SPACES.
         05 fdl-desc           PIC X(36).
         05 filler             PIC X(1) VALUE SPACE.

       01 change-total-line.
         05 filler             PIC X(15) VALUE ' CHANGES READ: '.
         05 ctl-read           PIC ZZZ9.
         05 filler             PIC X(11) VALUE '  APPLIED: '.
         05 ctl-applied        PIC ZZZ9.
         05 filler             PIC X(12) VALUE '  REJECTED: '.
         05 ctl-rejected       PIC ZZZ9.
         05 filler             PIC X(30) VALUE SPACES.

       01 flag-total-line.
         05 filler             PIC X(25) VALUE
           ' TERM RECORDS RECOMPUTED:'.
         05 ftl-recomp         PIC ZZZ9.
         05 filler             PIC X(20) VALUE
           '  STUDENTS FLAGGED: '.
         05 ftl-flagged        PIC ZZZ9.
         05 filler             PIC X(27) VALUE SPACES.

       01 blank-line           PIC X(80) VALUE SPACES.

       procedure division.
       100-main-module.
           accept ws-run-date from date
           accept ws-run-time from time
           perform 980-load-ssn-mask
           perform 110-load-approvers
           perform 120-load-history
           perform 130-load-grades
           open input Grade-Change-Trans
             extend Grade-Change-Audit
             output Grade-Change-Report
             output Reissue-Flag-File
           move ws-run-date to ttl-date
           write Change-Rpt-Rec from change-title-line
           write Change-Rpt-Rec from blank-line
           write Change-Rpt-Rec from change-col-line
           perform until ws-chg-more-recs = 'no '
               read Grade-Change-Trans
                   at end
                       move 'no ' to ws-chg-more-recs
                   not at end
                       add 1 to ws-read-count
                       perform 200-process-change
               end-read
           end-perform
           move ws-read-count to ctl-read
           move ws-applied-count to ctl-applied
           move ws-rejected-count to ctl-rejected
           write Change-Rpt-Rec from blank-line
           write Change-Rpt-Rec from change-total-line
           write Change-Rpt-Rec from blank-line
           write Change-Rpt-Rec from recomp-title-line
           write Change-Rpt-Rec from recomp-col-line
           perform varying ws-aff-sub from 1 by 1
             until ws-aff-sub > ws-aff-count
               perform 300-recompute-student
           end-perform
           write Change-Rpt-Rec from blank-line
           write Change-Rpt-Rec from flag-title-line
           write Change-Rpt-Rec from flag-col-line
           perform varying ws-aff-sub from 1 by 1
             until ws-aff-sub > ws-aff-count
               perform 330-check-deans-list
               perform 340-check-standing
           end-perform
           move ws-recomp-count to ftl-recomp
           move ws-flag-count to ftl-flagged
           write Change-Rpt-Rec from blank-line
           write Change-Rpt-Rec from flag-total-line
           close Grade-Change-Trans Grade-Change-Audit
             Grade-Change-Report Reissue-Flag-File
           perform 400-write-new-grades
           perform 410-write-new-history
           display 'GRADECHANGE - APPLIED: ' ws-applied-count
             ' REJECTED: ' ws-rejected-count
             ' FLAGGED: ' ws-flag-count
           if ws-rejected-count > 0
               move 4 to RETURN-CODE
           end-if
           goback.

       110-load-approvers.
           open input operator-auth-file
           perform until ws-opr-more-recs = 'no '
               read operator-auth-file
                   at end
                       move 'no ' to ws-opr-more-recs
                   not at end
                       if opr-program = 'GRADECHG'
                         and ws-apr-count < 100
                           add 1 to ws-apr-count
                           move opr-id to ws-apr-id(ws-apr-count)
                       end-if
               end-read
           end-perform
           close operator-auth-file.

       120-load-history.
           open input Term-History-File
           perform until ws-his-more-recs = 'no '
               read Term-History-File
                   at end
                       move 'no ' to ws-his-more-recs
                   not at end
                       perform 125-file-history-record
               end-read
           end-perform
           close Term-History-File.

       125-file-history-record.
           if ws-his-count = 2000
               display 'HISTORY TABLE FULL - RUN STOPPED'
               move 12 to RETURN-CODE
               goback
           end-if
           move th-term-id to ws-term-hold
           perform 140-find-term-seq
           if ws-term-seq-hold = 9999
               if ws-trm-count = 100
                   display 'TERM TABLE FULL - RUN STOPPED'
                   move 12 to RETURN-CODE
                   goback
               end-if
               add 1 to ws-trm-count
               move th-term-id to ws-trm-id(ws-trm-count)
               move ws-trm-count to ws-term-seq-hold
           end-if
           add 1 to ws-his-count
           move th-term-id to ws-his-term(ws-his-count)
           move th-ssn to ws-his-ssn(ws-his-count)
           move th-name to ws-his-name(ws-his-count)
           move th-class-code to ws-his-class(ws-his-count)
           move th-school-code to ws-his-school(ws-his-count)
           move th-gpa to ws-his-gpa(ws-his-count)
             ws-his-old-gpa(ws-his-count)
           move th-credits to ws-his-credits(ws-his-count)
             ws-his-old-credits(ws-his-count)
           move ws-term-seq-hold to ws-his-seq(ws-his-count).

       130-load-grades.
           open input Course-Grade-File
           perform until ws-grd-more-recs = 'no '
               read Course-Grade-File
                   at end
                       move 'no ' to ws-grd-more-recs
                   not at end
                       perform 135-file-grade-record
               end-read
           end-perform
           close Course-Grade-File.

       135-file-grade-record.
           if ws-grd-count = 2000
               display 'GRADE TABLE FULL - RUN STOPPED'
               move 12 to RETURN-CODE
               goback
           end-if
           add 1 to ws-grd-count
           move grd-ssn to ws-grd-ssn(ws-grd-count)
           move grd-course to ws-grd-course(ws-grd-count)
           move grd-credits to ws-grd-credits(ws-grd-count)
           move grd-grade to ws-grd-grade(ws-grd-count)
           move grd-term to ws-grd-term(ws-grd-count)
           if grd-term = spaces or grd-grade = 'T'
               move zero to ws-grd-seq(ws-grd-count)
           else
               move grd-term to ws-term-hold
               perform 140-find-term-seq
               move ws-term-seq-hold to ws-grd-seq(ws-grd-count)
           end-if.

       *> 9999 when the term is not on the history
       140-find-term-seq.
           move 9999 to ws-term-seq-hold
           perform varying ws-trm-sub from 1 by 1
             until ws-trm-sub > ws-trm-count
               if ws-trm-id(ws-trm-sub) = ws-term-hold
                   move ws-trm-sub to ws-term-seq-hold
                   move ws-trm-count to ws-trm-sub
               end-if
           end-perform.

       200-process-change.
           move 'yes' to ws-edits-ok-sw
           move spaces to cdl-result
           perform 210-edit-change
           if ws-edits-ok
               perform 220-apply-change
               move 'APPLIED' to cdl-result
               add 1 to ws-applied-count
           else
               add 1 to ws-rejected-count
           end-if
           perform 230-write-change-line.

       *> the first failing edit is the one reported
       210-edit-change.
           if gch-approver = spaces
               move 'NO APPROVER' to cdl-result
               move 'no ' to ws-edits-ok-sw
           end-if
           if ws-edits-ok
               move 'no ' to ws-found-sw
               perform varying ws-apr-sub from 1 by 1
                 until ws-apr-sub > ws-apr-count
                   if ws-apr-id(ws-apr-sub) = gch-approver
                       set ws-found to true
                       move ws-apr-count to ws-apr-sub
                   end-if
               end-perform
               if not ws-found
                   move 'APPROVER NOT AUTHORIZED' to cdl-result
                   move 'no ' to ws-edits-ok-sw
               end-if
           end-if
           if ws-edits-ok
               if not gch-reason-valid
                   move 'INVALID REASON CODE' to cdl-result
                   move 'no ' to ws-edits-ok-sw
               end-if
           end-if
           if ws-edits-ok
               if gch-new-grade not = 'A' and not = 'B'
                 and not = 'C' and not = 'D' and not = 'F'
                   move 'INVALID NEW GRADE' to cdl-result
                   move 'no ' to ws-edits-ok-sw
               end-if
           end-if
           if ws-edits-ok
               if gch-new-grade = gch-old-grade
                   move 'NEW GRADE SAME AS OLD' to cdl-result
                   move 'no ' to ws-edits-ok-sw
               end-if
           end-if
           if ws-edits-ok
               move gch-term to ws-term-hold
               perform 140-find-term-seq
               if gch-term = spaces or ws-term-seq-hold = 9999
                   move 'TERM NOT ON TERM HISTORY' to cdl-result
                   move 'no ' to ws-edits-ok-sw
               end-if
           end-if
           if ws-edits-ok
               move zero to ws-grd-found-sub
               perform varying ws-grd-sub from 1 by 1
                 until ws-grd-sub > ws-grd-count
                   if ws-grd-ssn(ws-grd-sub) = gch-ssn
                     and ws-grd-course(ws-grd-sub) = gch-course
                     and ws-grd-term(ws-grd-sub) = gch-term
                       move ws-grd-sub to ws-grd-found-sub
                       move ws-grd-count to ws-grd-sub
                   end-if
               end-perform
               if ws-grd-found-sub = zero
                   move 'NO GRADE RECORD ON FILE' to cdl-result
                   move 'no ' to ws-edits-ok-sw
               end-if
           end-if
           if ws-edits-ok
               if ws-grd-grade(ws-grd-found-sub) not = gch-old-grade
                   move 'OLD GRADE DOES NOT MATCH' to cdl-result
                   move 'no ' to ws-edits-ok-sw
               end-if
           end-if.

       220-apply-change.
           move gch-new-grade to ws-grd-grade(ws-grd-found-sub)
           move spaces to Audit-Grade-Rec
           move ws-run-date to aud-run-date
           move ws-run-time(1:6) to aud-run-time
           move 'G' to aud-type
           move gch-ssn to aud-ssn
           move gch-term to aud-term
           move gch-course to aud-course
           move ws-grd-credits(ws-grd-found-sub) to aud-credits
           move gch-old-grade to aud-grade-before
           move gch-new-grade to aud-grade-after
           move gch-reason to aud-reason
           move gch-approver to aud-approver
           write Audit-Grade-Rec
           perform 225-mark-affected.

       *> keep the earliest changed term for the student
       225-mark-affected.
           move 'no ' to ws-found-sw
           perform varying ws-aff-sub from 1 by 1
             until ws-aff-sub > ws-aff-count
               if ws-aff-ssn(ws-aff-sub) = gch-ssn
                   set ws-found to true
                   if ws-term-seq-hold < ws-aff-from-seq(ws-aff-sub)
                       move ws-term-seq-hold
                         to ws-aff-from-seq(ws-aff-sub)
                   end-if
                   move ws-aff-count to ws-aff-sub
               end-if
           end-perform
           if not ws-found
               if ws-aff-count = 500
                   display 'STUDENT TABLE FULL - RUN STOPPED'
                   move 12 to RETURN-CODE
                   goback
               end-if
               add 1 to ws-aff-count
               move gch-ssn to ws-aff-ssn(ws-aff-count)
               move spaces to ws-aff-name(ws-aff-count)
                 ws-aff-last-term(ws-aff-count)
               move ws-term-seq-hold to ws-aff-from-seq(ws-aff-count)
           end-if.

       230-write-change-line.
           move gch-ssn to ws-ssn-work
           perform 985-format-ssn
           move ws-ssn-out to cdl-ssn
           move gch-course to cdl-course
           move gch-term to cdl-term
           move gch-old-grade to cdl-old-grade
           move gch-new-grade to cdl-new-grade
           move gch-reason to cdl-reason
           move gch-approver to cdl-approver
           write Change-Rpt-Rec from change-detail-line.

       *> the changed term and every later term carry the change in
       *> their cumulative figures
       300-recompute-student.
           perform varying ws-his-sub from 1 by 1
             until ws-his-sub > ws-his-count
               if ws-his-ssn(ws-his-sub) = ws-aff-ssn(ws-aff-sub)
                   move ws-his-name(ws-his-sub)
                     to ws-aff-name(ws-aff-sub)
                   move ws-his-term(ws-his-sub)
                     to ws-aff-last-term(ws-aff-sub)
                   if ws-his-seq(ws-his-sub) not <
                     ws-aff-from-seq(ws-aff-sub)
                       perform 310-recompute-one-term
                   end-if
               end-if
           end-perform.

       *> the same figures Program1 reconciles the student record to:
       *> all credits attempted, A=4 B=3 C=2 D=1 otherwise 0, with
       *> transfer credit in the credits but not the GPA
       310-recompute-one-term.
           move zeros to ws-rc-credits ws-rc-gpa-credits ws-rc-points
           perform varying ws-grd-sub from 1 by 1
             until ws-grd-sub > ws-grd-count
               if ws-grd-ssn(ws-grd-sub) = ws-his-ssn(ws-his-sub)
                 and ws-grd-seq(ws-grd-sub) not >
                   ws-his-seq(ws-his-sub)
                   evaluate ws-grd-grade(ws-grd-sub)
                       when 'A'
                           move 4 to ws-grade-points
                       when 'B'
                           move 3 to ws-grade-points
                       when 'C'
                           move 2 to ws-grade-points
                       when 'D'
                           move 1 to ws-grade-points
                       when other
                           move 0 to ws-grade-points
                   end-evaluate
                   add ws-grd-credits(ws-grd-sub) to ws-rc-credits
                   if ws-grd-grade(ws-grd-sub) not = 'T'
                       add ws-grd-credits(ws-grd-sub)
                         to ws-rc-gpa-credits
                   end-if
                   compute ws-rc-points = ws-rc-points +
                     ws-grd-credits(ws-grd-sub) * ws-grade-points
               end-if
           end-perform
           if ws-rc-gpa-credits > 0
               compute ws-rc-gpa rounded =
                 ws-rc-points / ws-rc-gpa-credits
           else
               move zeros to ws-rc-gpa
           end-if
           move ws-rc-gpa to ws-his-gpa(ws-his-sub)
           move ws-rc-credits to ws-his-credits(ws-his-sub)
           add 1 to ws-recomp-count
           perform 320-write-recompute-line.

       320-write-recompute-line.
           move ws-his-ssn(ws-his-sub) to ws-ssn-work
           perform 985-format-ssn
           move ws-ssn-out to rdl-ssn
           move ws-his-name(ws-his-sub) to rdl-name
           move ws-his-term(ws-his-sub) to rdl-term
           move ws-his-old-gpa(ws-his-sub) to rdl-old-gpa
           move ws-his-gpa(ws-his-sub) to rdl-new-gpa
           move ws-his-old-credits(ws-his-sub) to rdl-old-credits
           move ws-his-credits(ws-his-sub) to rdl-new-credits
           write Change-Rpt-Rec from recomp-detail-line
           move spaces to Audit-History-Rec
           move ws-run-date to auh-run-date
           move ws-run-time(1:6) to auh-run-time
           move 'H' to auh-type
           move ws-his-ssn(ws-his-sub) to auh-ssn
           move ws-his-term(ws-his-sub) to auh-term
           move ws-his-old-gpa(ws-his-sub) to auh-gpa-before
           move ws-his-gpa(ws-his-sub) to auh-gpa-after
           move ws-his-old-credits(ws-his-sub) to auh-credits-before
           move ws-his-credits(ws-his-sub) to auh-credits-after
           write Audit-History-Rec.

       *> Dean's List is 3.50 and above, term by term
       330-check-deans-list.
           perform varying ws-his-sub from 1 by 1
             until ws-his-sub > ws-his-count
               if ws-his-ssn(ws-his-sub) = ws-aff-ssn(ws-aff-sub)
                   move 'N' to ws-old-deans ws-new-deans
                   if ws-his-old-gpa(ws-his-sub) >= 3.50
                       move 'Y' to ws-old-deans
                   end-if
                   if ws-his-gpa(ws-his-sub) >= 3.50
                       move 'Y' to ws-new-deans
                   end-if
                   if ws-old-deans not = ws-new-deans
                       move ws-his-term(ws-his-sub) to ws-term-hold
                       if ws-new-deans = 'Y'
                           move 'DEANS LIST GAINED' to ws-flag-desc
                       else
                           move 'DEANS LIST LOST' to ws-flag-desc
                       end-if
                       move 'D' to rsf-type
                       move ws-old-deans to rsf-old
                       move ws-new-deans to rsf-new
                       perform 350-write-flag
                   end-if
               end-if
           end-perform.

       *> walk the policy over the history as read and again as
       *> recomputed - a different ending status needs a new letter
       340-check-standing.
           move 'G' to ws-cur-status
           move zero to ws-consec-prob
           perform varying ws-his-sub from 1 by 1
             until ws-his-sub > ws-his-count
               if ws-his-ssn(ws-his-sub) = ws-aff-ssn(ws-aff-sub)
                   move ws-his-old-gpa(ws-his-sub) to ws-walk-gpa
                   perform 345-apply-one-term
               end-if
           end-perform
           move ws-cur-status to ws-old-status
           move 'G' to ws-cur-status
           move zero to ws-consec-prob
           perform varying ws-his-sub from 1 by 1
             until ws-his-sub > ws-his-count
               if ws-his-ssn(ws-his-sub) = ws-aff-ssn(ws-aff-sub)
                   move ws-his-gpa(ws-his-sub) to ws-walk-gpa
                   perform 345-apply-one-term
               end-if
           end-perform
           move ws-cur-status to ws-new-status
           if ws-old-status not = ws-new-status
               move ws-old-status to ws-status-hold
               perform 355-expand-status
               move ws-status-word to ws-old-word
               move ws-new-status to ws-status-hold
               perform 355-expand-status
               move spaces to ws-flag-desc
               string 'STANDING ' delimited by size
                 ws-old-word delimited by space
                 ' TO ' delimited by size
                 ws-status-word delimited by space
                 into ws-flag-desc
               move ws-aff-last-term(ws-aff-sub) to ws-term-hold
               move 'S' to rsf-type
               move ws-old-status to rsf-old
               move ws-new-status to rsf-new
               perform 350-write-flag
           end-if.

       345-apply-one-term.
           if ws-walk-gpa < 2.00
               evaluate ws-cur-status
                   when 'G'
                       move 'W' to ws-cur-status
                   when 'W'
                       move 'P' to ws-cur-status
                       move 1 to ws-consec-prob
                   when 'P'
                       add 1 to ws-consec-prob
                       if ws-consec-prob > 1
                           move 'S' to ws-cur-status
                       end-if
                   when 'S'
                       move 'D' to ws-cur-status
                   when other
                       continue
               end-evaluate
           else
               evaluate ws-cur-status
                   when 'D'
                       continue
                   when other
                       move 'G' to ws-cur-status
                       move zero to ws-consec-prob
               end-evaluate
           end-if.

       350-write-flag.
           move ws-aff-ssn(ws-aff-sub) to rsf-ssn
           move ws-aff-name(ws-aff-sub) to rsf-name
           move ws-term-hold to rsf-term
           move space to Reissue-Flag-Rec(10:1)
             Reissue-Flag-Rec(32:1) Reissue-Flag-Rec(39:1)
             Reissue-Flag-Rec(41:1) Reissue-Flag-Rec(43:1)
           write Reissue-Flag-Rec
           move ws-aff-ssn(ws-aff-sub) to ws-ssn-work
           perform 985-format-ssn
           move ws-ssn-out to fdl-ssn
           move ws-aff-name(ws-aff-sub) to fdl-name
           move ws-term-hold to fdl-term
           move ws-flag-desc to fdl-desc
           write Change-Rpt-Rec from flag-detail-line
           add 1 to ws-flag-count.

       355-expand-status.
           evaluate ws-status-hold
               when 'G'
                   move 'GOOD      ' to ws-status-word
               when 'W'
                   move 'WARNING   ' to ws-status-word
               when 'P'
                   move 'PROBATION ' to ws-status-word
               when 'S'
                   move 'SUSPENSION' to ws-status-word
               when other
                   move 'DISMISSAL ' to ws-status-word
           end-evaluate.

       400-write-new-grades.
           open output Course-Grade-New
           perform varying ws-grd-sub from 1 by 1
             until ws-grd-sub > ws-grd-count
               move ws-grd-ssn(ws-grd-sub) to gnw-ssn
               move ws-grd-course(ws-grd-sub) to gnw-course
               move ws-grd-credits(ws-grd-sub) to gnw-credits
               move ws-grd-grade(ws-grd-sub) to gnw-grade
               move ws-grd-term(ws-grd-sub) to gnw-term
               write Course-Grade-New-Rec
           end-perform
           close Course-Grade-New.

       410-write-new-history.
           open output Term-History-New
           perform varying ws-his-sub from 1 by 1
             until ws-his-sub > ws-his-count
               move ws-his-term(ws-his-sub) to thn-term-id
               move ws-his-ssn(ws-his-sub) to thn-ssn
               move ws-his-name(ws-his-sub) to thn-name
               move ws-his-class(ws-his-sub) to thn-class-code
               move ws-his-school(ws-his-sub) to thn-school-code
               move ws-his-gpa(ws-his-sub) to thn-gpa
               move ws-his-credits(ws-his-sub) to thn-credits
               write Term-History-New-Rec
           end-perform
           close Term-History-New.

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

       end program GradeChange.
