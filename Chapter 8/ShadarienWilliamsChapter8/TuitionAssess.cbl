       identification division.
       program-id. TuitionAssess.

       environment division.
       configuration section.

       file-control.
           select Student-File
           ASSIGN to "CH80808"
           organization is line sequential.

           *> one record per student per course from the colleges -
           *> the term's enrolled credits are footed from it
           select Course-Grade-File
           ASSIGN to "CH8GRADES"
           organization is line sequential.

           *> term id being assessed
           select optional Term-Control-File
           ASSIGN to "CH8CONTROL"
           organization is line sequential.

           *> tuition rate bands by school - full-time, part-time and
           *> any other credit range the Bursar sets up
           select Tuition-Rates
           ASSIGN to "CH8TUITIONRATES"
           organization is line sequential.

           *> flat per-term fees, for all students or by school/band
           select optional Term-Fees
           ASSIGN to "CH8TERMFEES"
           organization is line sequential.

           *> the receivables customer file - new student customer
           *> numbers are assigned above the highest already in use
           select Customer-Ref
           ASSIGN to "CH3CUSTREF"
           organization is line sequential.

           *> student SSN to receivables customer number, appended as
           *> students are first assessed so the number never changes
           select optional Student-Cust-Xref
           ASSIGN to "CH8TUITIONXREF"
           organization is line sequential.

           *> every student assessed, by term - appended each run and
           *> checked first so no student is charged twice for a term
           select optional Tuition-Billed
           ASSIGN to "CH8TUITIONBILLED"
           organization is line sequential.

           *> new student customers as CH3CUSTREFTRANS add
           *> transactions - applied by CustRefMaint before posting
           select Tuition-Cust-Trans
           ASSIGN to
           "CH8TUITIONCUSTTRANS"
           organization is line sequential.

           *> the term's charges as a keyed HDR/TRL transaction batch
           *> for the receivables posting run
           select Tuition-Trans
           ASSIGN to "CH8TUITIONTRANS"
           organization is line sequential.

           select Tuition-Register
           ASSIGN to "CH8TUITIONREG"
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

       *> tuition is the flat amount plus the per-credit rate times
       *> the term's credits, for the band the credits fall in
       FD Tuition-Rates.
       01 Tuition-Rate-Rec.
         05 rt-school          PIC X(1).
         05 filler             PIC X(1).
         05 rt-band            PIC X(4).
         05 filler             PIC X(1).
         05 rt-min-credits     PIC 9(2).
         05 filler             PIC X(1).
         05 rt-max-credits     PIC 9(2).
         05 filler             PIC X(1).
         05 rt-per-credit      PIC 9(4)v99.
         05 filler             PIC X(1).
         05 rt-flat-amt        PIC 9(5)v99.

       *> a blank school or band applies the fee to every student
       FD Term-Fees.
       01 Term-Fee-Rec.
         05 fee-code           PIC X(4).
         05 filler             PIC X(1).
         05 fee-desc           PIC X(20).
         05 filler             PIC X(1).
         05 fee-school         PIC X(1).
         05 filler             PIC X(1).
         05 fee-band           PIC X(4).
         05 filler             PIC X(1).
         05 fee-amount         PIC 9(4)v99.

       FD Customer-Ref.
       01 Customer-Ref-Rec.
         05 ref-ident          PIC X(5).
         05 ref-name           PIC X(20).
         05 ref-credit-limit   PIC 9(7)v99.
         05 filler             PIC X(46).

       FD Student-Cust-Xref.
       01 Student-Cust-Xref-Rec.
         05 xrf-ssn            PIC X(9).
         05 filler             PIC X(1).
         05 xrf-ident          PIC X(5).
         05 filler             PIC X(1).
         05 xrf-first-term     PIC X(6).

       FD Tuition-Billed.
       01 Tuition-Billed-Rec.
         05 tbl-term-id        PIC X(6).
         05 filler             PIC X(1).
         05 tbl-ssn            PIC X(9).
         05 filler             PIC X(1).
         05 tbl-ident          PIC X(5).
         05 filler             PIC X(1).
         05 tbl-credits        PIC 9(3).
         05 filler             PIC X(1).
         05 tbl-tuition        PIC 9(5)v99.
         05 filler             PIC X(1).
         05 tbl-fees           PIC 9(5)v99.
         05 filler             PIC X(1).
         05 tbl-run-date       PIC 9(6).

       FD Tuition-Cust-Trans.
       01 Tuition-Cust-Trans-Rec.
         05 trn-action         PIC X(1).
         05 trn-ident          PIC X(5).
         05 trn-ref-data.
           10 trn-ref-name     PIC X(20).
           10 trn-ref-credit-limit PIC 9(7)v99.
           10 trn-ref-tax-juris PIC X(2).
           10 trn-ref-terms-code PIC X(2).
           10 filler           PIC X(42).
         05 trn-user-id        PIC X(8).

       FD Tuition-Trans.
       01 Tuition-Trans-Rec.
         05 tut-ident          PIC X(5).
         05 tut-amount         PIC S9(5)v99 SIGN IS LEADING SEPARATE.
         05 tut-trans-type     PIC X(1).
         05 tut-slsp           PIC X(3).
       01 Tuition-Control-Rec.
         05 tuc-record-type    PIC X(5).
         05 tuc-batch-count    PIC 9(5).
         05 tuc-batch-hash     PIC S9(7)v99 SIGN IS LEADING
           SEPARATE.

       FD Tuition-Register.
       01 Register-Rec         PIC X(80).

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
         05 ws-rt-more-recs    PIC X(3) VALUE 'yes'.
         05 ws-fee-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-ref-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-xrf-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-tbl-more-recs   PIC X(3) VALUE 'yes'.
         05 ws-ctl-found-sw    PIC X(3) VALUE 'no '.
           88 ws-ctl-found     VALUE 'yes'.
         05 ws-billed-sw       PIC X(3) VALUE 'no '.
           88 ws-already-billed VALUE 'yes'.
         05 ws-run-date        PIC 9(6) VALUE ZERO.
         05 ws-term-id         PIC X(6) VALUE SPACES.

       *> the term's enrolled credits by student, footed from the
       *> course detail
       01 ws-credit-table.
         05 ws-crd-count       PIC 9(4) VALUE ZERO.
         05 ws-crd-entry OCCURS 500 TIMES.
           10 ws-crd-ssn       PIC X(9).
           10 ws-crd-credits   PIC 9(3).
       01 ws-crd-sub           PIC 9(4) VALUE ZERO.
       01 ws-crd-found-sub     PIC 9(4) VALUE ZERO.

       01 ws-rate-table.
         05 ws-rt-count        PIC 9(2) VALUE ZERO.
         05 ws-rt-entry OCCURS 30 TIMES.
           10 ws-rt-school     PIC X(1).
           10 ws-rt-band       PIC X(4).
           10 ws-rt-min        PIC 9(2).
           10 ws-rt-max        PIC 9(2).
           10 ws-rt-per-credit PIC 9(4)v99.
           10 ws-rt-flat       PIC 9(5)v99.
       01 ws-rt-sub            PIC 9(2) VALUE ZERO.
       01 ws-rt-found-sub      PIC 9(2) VALUE ZERO.

       01 ws-fee-table.
         05 ws-fee-count       PIC 9(2) VALUE ZERO.
         05 ws-fee-entry OCCURS 20 TIMES.
           10 ws-fee-code      PIC X(4).
           10 ws-fee-school    PIC X(1).
           10 ws-fee-band      PIC X(4).
           10 ws-fee-amount    PIC 9(4)v99.
       01 ws-fee-sub           PIC 9(2) VALUE ZERO.

       01 ws-xref-table.
         05 ws-xrf-count       PIC 9(4) VALUE ZERO.
         05 ws-xrf-entry OCCURS 500 TIMES.
           10 ws-xrf-ssn       PIC X(9).
           10 ws-xrf-ident     PIC X(5).
       01 ws-xrf-sub           PIC 9(4) VALUE ZERO.

       *> students already assessed for this term
       01 ws-billed-table.
         05 ws-tbl-count       PIC 9(4) VALUE ZERO.
         05 ws-tbl-entry OCCURS 500 TIMES.
           10 ws-tbl-ssn       PIC X(9).
       01 ws-tbl-sub           PIC 9(4) VALUE ZERO.

       *> student customer numbers are 'T' and four digits
       01 ws-high-cust-number  PIC 9(4) VALUE ZERO.
       01 ws-cust-ident-hold.
         05 ws-cih-prefix      PIC X(1).
         05 ws-cih-number      PIC 9(4).
       01 ws-ident-work        PIC X(5) VALUE SPACES.

       01 ws-assess-areas.
         05 ws-stu-credits     PIC 9(3) VALUE ZERO.
         05 ws-stu-tuition     PIC 9(5)v99 VALUE ZERO.
         05 ws-stu-fees        PIC 9(5)v99 VALUE ZERO.
         05 ws-reason-text     PIC X(44) VALUE SPACES.

       *> totals by school code 1-3, the fourth row is all schools
       01 ws-school-totals.
         05 ws-sch-entry OCCURS 4 TIMES.
           10 ws-sch-students  PIC 9(4).
           10 ws-sch-credits   PIC 9(5).
           10 ws-sch-tuition   PIC 9(6)v99.
           10 ws-sch-fees      PIC 9(6)v99.
       01 ws-school-num        PIC 9(1) VALUE ZERO.
       01 ws-school-names.
         05 filler             PIC X(18) VALUE 'BUSINESS'.
         05 filler             PIC X(18) VALUE 'LIBERAL ARTS'.
         05 filler             PIC X(18) VALUE 'ENGINEERING'.
         05 filler             PIC X(18) VALUE 'ALL SCHOOLS'.
       01 ws-school-name-table redefines ws-school-names.
         05 ws-school-name     PIC X(18) OCCURS 4 TIMES.

       01 ws-batch-totals.
         05 ws-trans-count     PIC 9(5) VALUE ZERO.
         05 ws-batch-hash      PIC S9(7)v99 VALUE ZERO.
         05 ws-new-cust-count  PIC 9(4) VALUE ZERO.
         05 ws-prior-count     PIC 9(4) VALUE ZERO.
         05 ws-except-count    PIC 9(4) VALUE ZERO.

       01 register-title-line.
         05 filler             PIC X(35) VALUE
           ' TUITION AND FEE ASSESSMENT - TERM '.
         05 rtl-term-id        PIC X(6).
         05 filler             PIC X(10) VALUE '   RUN ON '.
         05 rtl-run-date       PIC 9(6).
         05 filler             PIC X(23) VALUE SPACES.

       01 register-col-line.
         05 filler             PIC X(13) VALUE ' SSN'.
         05 filler             PIC X(17) VALUE 'NAME'.
         05 filler             PIC X(2) VALUE 'S'.
         05 filler             PIC X(4) VALUE 'CRD'.
         05 filler             PIC X(5) VALUE 'BAND'.
         05 filler             PIC X(9) VALUE '  TUITION'.
         05 filler             PIC X(11) VALUE '       FEES'.
         05 filler             PIC X(11) VALUE '      TOTAL'.
         05 filler             PIC X(1) VALUE SPACE.
         05 filler             PIC X(7) VALUE 'CUST'.

       01 register-detail-line.
         05 filler             PIC X(1) VALUE SPACE.
         05 rgd-ssn            PIC X(11).
         05 filler             PIC X(1) VALUE SPACE.
         05 rgd-name           PIC X(16).
         05 filler             PIC X(1) VALUE SPACE.
         05 rgd-school         PIC X(1).
         05 filler             PIC X(1) VALUE SPACE.
         05 rgd-credits        PIC ZZ9.
         05 filler             PIC X(1) VALUE SPACE.
         05 rgd-band           PIC X(4).
         05 filler             PIC X(1) VALUE SPACE.
         05 rgd-tuition        PIC ZZ,ZZ9.99.
         05 filler             PIC X(2) VALUE SPACES.
         05 rgd-fees           PIC ZZ,ZZ9.99.
         05 filler             PIC X(2) VALUE SPACES.
         05 rgd-total          PIC ZZ,ZZ9.99.
         05 filler             PIC X(1) VALUE SPACE.
         05 rgd-ident          PIC X(5).
         05 filler             PIC X(2) VALUE SPACES.

       01 register-except-line.
         05 filler             PIC X(1) VALUE SPACE.
         05 rge-ssn            PIC X(11).
         05 filler             PIC X(1) VALUE SPACE.
         05 rge-name           PIC X(16).
         05 filler             PIC X(1) VALUE SPACE.
         05 rge-school         PIC X(1).
         05 filler             PIC X(1) VALUE SPACE.
         05 rge-credits        PIC ZZ9.
         05 filler             PIC X(1) VALUE SPACE.
         05 rge-reason         PIC X(44).

       01 register-school-line.
         05 filler             PIC X(1) VALUE SPACE.
         05 rgs-name           PIC X(18).
         05 rgs-students       PIC ZZZ9.
         05 filler             PIC X(5) VALUE ' STU '.
         05 rgs-credits        PIC ZZZZ9.
         05 filler             PIC X(4) VALUE ' CR '.
         05 filler             PIC X(3) VALUE SPACES.
         05 rgs-tuition        PIC ZZZ,ZZ9.99.
         05 filler             PIC X(1) VALUE SPACE.
         05 rgs-fees           PIC ZZZ,ZZ9.99.
         05 filler             PIC X(1) VALUE SPACE.
         05 rgs-total          PIC ZZZ,ZZ9.99.
         05 filler             PIC X(8) VALUE SPACES.

       01 register-count-line.
         05 filler             PIC X(24) VALUE
           ' NEW STUDENT CUSTOMERS: '.
         05 rgc-new-cust       PIC ZZZ9.
         05 filler             PIC X(21) VALUE
           '  ALREADY ASSESSED: '.
         05 rgc-prior          PIC ZZZ9.
         05 filler             PIC X(17) VALUE
           '  NOT ASSESSED: '.
         05 rgc-except         PIC ZZZ9.
         05 filler             PIC X(6) VALUE SPACES.

       procedure division.
       100-main-module.
           accept ws-run-date from date
           perform 980-load-ssn-mask
           perform 105-load-term-control
           perform 110-load-credits
           perform 120-load-rates
           perform 125-load-fees
           perform 130-load-customer-numbers
           perform 135-load-xref
           perform 140-load-billed
           move zeros to ws-school-totals
           open input Student-File
             output Tuition-Cust-Trans
             output Tuition-Trans
             output Tuition-Register
             extend Student-Cust-Xref
             extend Tuition-Billed
           move ws-term-id to rtl-term-id
           move ws-run-date to rtl-run-date
           write Register-Rec from register-title-line
           write Register-Rec from register-col-line
           move spaces to Tuition-Control-Rec
           move 'HDR  ' to tuc-record-type
           move zeros to tuc-batch-count tuc-batch-hash
           write Tuition-Control-Rec
           perform until are-there-more-records = 'no '
               read Student-File
                   at end
                       move 'no ' to are-there-more-records
                   not at end
                       perform 200-assess-one-student
               end-read
           end-perform
           perform 300-write-totals
           close Student-File Tuition-Cust-Trans Tuition-Trans
             Tuition-Register Student-Cust-Xref Tuition-Billed
           display 'TUITION ASSESSED - STUDENTS: '
             ws-sch-students(4) ' TRANSACTIONS: ' ws-trans-count
             ' NOT ASSESSED: ' ws-except-count
           goback.

       *> the term must be named - an assessment with no term id
       *> could never be told apart from the next one
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
               display 'NO TERM ON CH8CONTROL - ASSESSMENT REFUSED'
               move 8 to RETURN-CODE
               goback
           end-if.

       110-load-credits.
           open input Course-Grade-File
           perform until ws-grd-more-recs = 'no '
               read Course-Grade-File
                   at end
                       move 'no ' to ws-grd-more-recs
                   not at end
                       if grd-term = ws-term-id
                         and grd-credits numeric
                           perform 115-add-credits
                       end-if
               end-read
           end-perform
           close Course-Grade-File.

       115-add-credits.
           move zero to ws-crd-found-sub
           perform varying ws-crd-sub from 1 by 1
             until ws-crd-sub > ws-crd-count
               if ws-crd-ssn(ws-crd-sub) = grd-ssn
                   move ws-crd-sub to ws-crd-found-sub
                   move ws-crd-count to ws-crd-sub
               end-if
           end-perform
           if ws-crd-found-sub = zero
               if ws-crd-count = 500
                   display 'CREDIT TABLE FULL - RUN STOPPED'
                   move 12 to RETURN-CODE
                   goback
               end-if
               add 1 to ws-crd-count
               move ws-crd-count to ws-crd-found-sub
               move grd-ssn to ws-crd-ssn(ws-crd-found-sub)
               move zero to ws-crd-credits(ws-crd-found-sub)
           end-if
           add grd-credits to ws-crd-credits(ws-crd-found-sub).

       120-load-rates.
           open input Tuition-Rates
           perform until ws-rt-more-recs = 'no '
               read Tuition-Rates
                   at end
                       move 'no ' to ws-rt-more-recs
                   not at end
                       if ws-rt-count = 30
                           display 'RATE TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           goback
                       end-if
                       add 1 to ws-rt-count
                       move rt-school to ws-rt-school(ws-rt-count)
                       move rt-band to ws-rt-band(ws-rt-count)
                       move rt-min-credits to ws-rt-min(ws-rt-count)
                       move rt-max-credits to ws-rt-max(ws-rt-count)
                       move rt-per-credit
                         to ws-rt-per-credit(ws-rt-count)
                       move rt-flat-amt to ws-rt-flat(ws-rt-count)
               end-read
           end-perform
           close Tuition-Rates.

       125-load-fees.
           open input Term-Fees
           perform until ws-fee-more-recs = 'no '
               read Term-Fees
                   at end
                       move 'no ' to ws-fee-more-recs
                   not at end
                       if ws-fee-count = 20
                           display 'FEE TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           goback
                       end-if
                       add 1 to ws-fee-count
                       move fee-code to ws-fee-code(ws-fee-count)
                       move fee-school to ws-fee-school(ws-fee-count)
                       move fee-band to ws-fee-band(ws-fee-count)
                       move fee-amount to ws-fee-amount(ws-fee-count)
               end-read
           end-perform
           close Term-Fees.

       130-load-customer-numbers.
           open input Customer-Ref
           perform until ws-ref-more-recs = 'no '
               read Customer-Ref
                   at end
                       move 'no ' to ws-ref-more-recs
                   not at end
                       move ref-ident to ws-ident-work
                       perform 132-check-high-number
               end-read
           end-perform
           close Customer-Ref.

       132-check-high-number.
           move ws-ident-work to ws-cust-ident-hold
           if ws-cih-prefix = 'T' and ws-cih-number numeric
               if ws-cih-number > ws-high-cust-number
                   move ws-cih-number to ws-high-cust-number
               end-if
           end-if.

       135-load-xref.
           open input Student-Cust-Xref
           perform until ws-xrf-more-recs = 'no '
               read Student-Cust-Xref
                   at end
                       move 'no ' to ws-xrf-more-recs
                   not at end
                       if ws-xrf-count = 500
                           display 'XREF TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           goback
                       end-if
                       add 1 to ws-xrf-count
                       move xrf-ssn to ws-xrf-ssn(ws-xrf-count)
                       move xrf-ident to ws-xrf-ident(ws-xrf-count)
                       move xrf-ident to ws-ident-work
                       perform 132-check-high-number
               end-read
           end-perform
           close Student-Cust-Xref.

       140-load-billed.
           open input Tuition-Billed
           perform until ws-tbl-more-recs = 'no '
               read Tuition-Billed
                   at end
                       move 'no ' to ws-tbl-more-recs
                   not at end
                       if tbl-term-id = ws-term-id
                           if ws-tbl-count = 500
                               display
                                 'BILLED TABLE FULL - RUN STOPPED'
                               move 12 to RETURN-CODE
                               goback
                           end-if
                           add 1 to ws-tbl-count
                           move tbl-ssn to ws-tbl-ssn(ws-tbl-count)
                       end-if
               end-read
           end-perform
           close Tuition-Billed.

       *> students with no credits this term are not charged; those
       *> already charged, or with no rate for their school and
       *> credits, are listed but not charged
       200-assess-one-student.
           perform 210-find-credits
           if ws-stu-credits > zero
               perform 205-assess-enrolled-student
           end-if.

       205-assess-enrolled-student.
           move spaces to ws-reason-text
           perform 215-check-billed
           if ws-already-billed
               move 'ALREADY ASSESSED THIS TERM' to ws-reason-text
               add 1 to ws-prior-count
           else
               if SCHOOL-CODE = '1' or '2' or '3'
                   move SCHOOL-CODE to ws-school-num
                   perform 220-find-rate
                   if ws-rt-found-sub = zero
                       move 'NOT ASSESSED - NO RATE BAND FOR CREDITS'
                         to ws-reason-text
                   end-if
               else
                   move 'NOT ASSESSED - UNKNOWN SCHOOL CODE'
                     to ws-reason-text
               end-if
               if ws-reason-text not = spaces
                   add 1 to ws-except-count
               end-if
           end-if
           if ws-reason-text not = spaces
               move SOC-SEC-NO to ws-ssn-work
               perform 985-format-ssn
               move ws-ssn-out to rge-ssn
               move STUDENT-NAME to rge-name
               move SCHOOL-CODE to rge-school
               move ws-stu-credits to rge-credits
               move ws-reason-text to rge-reason
               write Register-Rec from register-except-line
           else
               perform 230-charge-student
           end-if.

       210-find-credits.
           move zero to ws-stu-credits
           perform varying ws-crd-sub from 1 by 1
             until ws-crd-sub > ws-crd-count
               if ws-crd-ssn(ws-crd-sub) = SOC-SEC-NO
                   move ws-crd-credits(ws-crd-sub) to ws-stu-credits
                   move ws-crd-count to ws-crd-sub
               end-if
           end-perform.

       215-check-billed.
           move 'no ' to ws-billed-sw
           perform varying ws-tbl-sub from 1 by 1
             until ws-tbl-sub > ws-tbl-count
               if ws-tbl-ssn(ws-tbl-sub) = SOC-SEC-NO
                   set ws-already-billed to true
                   move ws-tbl-count to ws-tbl-sub
               end-if
           end-perform.

       220-find-rate.
           move zero to ws-rt-found-sub
           perform varying ws-rt-sub from 1 by 1
             until ws-rt-sub > ws-rt-count
               if ws-rt-school(ws-rt-sub) = SCHOOL-CODE
                 and ws-stu-credits not < ws-rt-min(ws-rt-sub)
                 and ws-stu-credits not > ws-rt-max(ws-rt-sub)
                   move ws-rt-sub to ws-rt-found-sub
                   move ws-rt-count to ws-rt-sub
               end-if
           end-perform.

       *> tuition and each fee go in as separate sales so every
       *> charge shows on the statement and ages on its own
       230-charge-student.
           perform 240-find-customer
           compute ws-stu-tuition rounded =
             ws-rt-flat(ws-rt-found-sub) +
             ws-rt-per-credit(ws-rt-found-sub) * ws-stu-credits
           move zero to ws-stu-fees
           if ws-stu-tuition > zero
               move ws-stu-tuition to tut-amount
               perform 250-write-charge
           end-if
           perform varying ws-fee-sub from 1 by 1
             until ws-fee-sub > ws-fee-count
               if (ws-fee-school(ws-fee-sub) = space
                   or ws-fee-school(ws-fee-sub) = SCHOOL-CODE)
                 and (ws-fee-band(ws-fee-sub) = spaces
                   or ws-fee-band(ws-fee-sub) =
                     ws-rt-band(ws-rt-found-sub))
                 and ws-fee-amount(ws-fee-sub) > zero
                   add ws-fee-amount(ws-fee-sub) to ws-stu-fees
                   move ws-fee-amount(ws-fee-sub) to tut-amount
                   perform 250-write-charge
               end-if
           end-perform
           move spaces to Tuition-Billed-Rec
           move ws-term-id to tbl-term-id
           move SOC-SEC-NO to tbl-ssn
           move ws-cust-ident-hold to tbl-ident
           move ws-stu-credits to tbl-credits
           move ws-stu-tuition to tbl-tuition
           move ws-stu-fees to tbl-fees
           move ws-run-date to tbl-run-date
           write Tuition-Billed-Rec
           move SOC-SEC-NO to ws-ssn-work
           perform 985-format-ssn
           move ws-ssn-out to rgd-ssn
           move STUDENT-NAME to rgd-name
           move SCHOOL-CODE to rgd-school
           move ws-stu-credits to rgd-credits
           move ws-rt-band(ws-rt-found-sub) to rgd-band
           move ws-stu-tuition to rgd-tuition
           move ws-stu-fees to rgd-fees
           compute rgd-total = ws-stu-tuition + ws-stu-fees
           move ws-cust-ident-hold to rgd-ident
           write Register-Rec from register-detail-line
           add 1 to ws-sch-students(ws-school-num)
             ws-sch-students(4)
           add ws-stu-credits to ws-sch-credits(ws-school-num)
             ws-sch-credits(4)
           add ws-stu-tuition to ws-sch-tuition(ws-school-num)
             ws-sch-tuition(4)
           add ws-stu-fees to ws-sch-fees(ws-school-num)
             ws-sch-fees(4).

       *> a student keeps the customer number from the first term
       *> assessed; a new student is numbered and added to CH3CUSTREF
       240-find-customer.
           move spaces to ws-cust-ident-hold
           perform varying ws-xrf-sub from 1 by 1
             until ws-xrf-sub > ws-xrf-count
               if ws-xrf-ssn(ws-xrf-sub) = SOC-SEC-NO
                   move ws-xrf-ident(ws-xrf-sub) to ws-cust-ident-hold
                   move ws-xrf-count to ws-xrf-sub
               end-if
           end-perform
           if ws-cust-ident-hold = spaces
               add 1 to ws-high-cust-number
               move 'T' to ws-cih-prefix
               move ws-high-cust-number to ws-cih-number
               move spaces to Student-Cust-Xref-Rec
               move SOC-SEC-NO to xrf-ssn
               move ws-cust-ident-hold to xrf-ident
               move ws-term-id to xrf-first-term
               write Student-Cust-Xref-Rec
               move spaces to Tuition-Cust-Trans-Rec
               move 'A' to trn-action
               move ws-cust-ident-hold to trn-ident
               move STUDENT-NAME to trn-ref-name
               move zeros to trn-ref-credit-limit
               move 'TUITION' to trn-user-id
               write Tuition-Cust-Trans-Rec
               add 1 to ws-new-cust-count
           end-if.

       250-write-charge.
           move ws-cust-ident-hold to tut-ident
           move 'S' to tut-trans-type
           move spaces to tut-slsp
           write Tuition-Trans-Rec
           add 1 to ws-trans-count
           add tut-amount to ws-batch-hash.

       300-write-totals.
           move spaces to Tuition-Control-Rec
           move 'TRL  ' to tuc-record-type
           move ws-trans-count to tuc-batch-count
           move ws-batch-hash to tuc-batch-hash
           write Tuition-Control-Rec
           perform varying ws-school-num from 1 by 1
             until ws-school-num > 4
               move ws-school-name(ws-school-num) to rgs-name
               move ws-sch-students(ws-school-num) to rgs-students
               move ws-sch-credits(ws-school-num) to rgs-credits
               move ws-sch-tuition(ws-school-num) to rgs-tuition
               move ws-sch-fees(ws-school-num) to rgs-fees
               compute rgs-total = ws-sch-tuition(ws-school-num)
                 + ws-sch-fees(ws-school-num)
               write Register-Rec from register-school-line
           end-perform
           move ws-new-cust-count to rgc-new-cust
           move ws-prior-count to rgc-prior
           move ws-except-count to rgc-except
           write Register-Rec from register-count-line.

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

       end program TuitionAssess.
