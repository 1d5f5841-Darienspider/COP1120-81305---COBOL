       identification division.
       program-id. TeachLoad.
       author. Shadarien Williams.

       environment division.
       configuration section.

       input-output section.
       file-control.
       *> the term's teaching assignments from the deans' offices -
       *> one record per faculty member per course section
       select assignment-file
       assign to 'CH5ASSIGNMENTS'
       organization is line sequential.

       select in-fac-file
       assign to 'CH5PP'
       organization is line sequential.

       *> course ids and credit hours of record - the registrar's
       *> catalog the student system validates against
       select course-catalog
       assign to 'CH8CATALOG'
       organization is line sequential.

       *> standard teaching load in credit hours for each rank, and
       *> the per-credit rate overload above it is paid at
       select std-load-file
       assign to 'CH5STDLOAD'
       organization is line sequential.

       *> assignments failing the edits, with reasons
       select assign-rejects-file
       assign to
       'CH5ASSIGNREJECTS'
       organization is line sequential.

       *> overload stipends for the term, one per person teaching
       *> above standard - handed to payroll for payment
       select overload-pay-file
       assign to 'CH5OVERLOADPAY'
       organization is line sequential.

       *> under/over-load report by department for the deans
       select load-report-file
       assign to 'CH5LOADREPORT'
       organization is line sequential.

       data division.
       file section.

       fd assignment-file recording mode is f.
       01 ASSIGNMENT-REC.
         05 ASG-TERM-ID pic x(6).
         05 ASG-EMPLOYEE-ID pic x(3).
         05 ASG-COURSE pic x(8).
         05 ASG-SECTION pic x(3).

       fd in-fac-file.
       01 FACULTY.
         05 IN-EMPLOYEE-ID pic x(3).
         05 IN-EMP-LAST-NAME pic x(20).
         05 IN-EMP-FIRST-NAME pic x(10).
         05 IN-EMP-RANK pic x(2).
         05 IN-EMP-SALARY pic 9(6)v99.
         05 IN-EMP-DEPT pic x(4).
         05 IN-EMP-HIRE-DATE pic 9(8).
         05 IN-EMP-POSITION pic x(5).
         05 IN-EMP-LEAVE-STATUS pic x(1).
         05 IN-EMP-BIRTH-DATE pic 9(8).

       fd course-catalog.
       01 CATALOG-REC.
         05 CAT-COURSE pic x(8).
         05 CAT-TITLE pic x(20).
         05 CAT-CREDITS pic 9(2).
         05 CAT-SCHOOL pic x(1).

       fd std-load-file.
       01 STD-LOAD-REC.
         05 LOAD-RANK-IN pic x(2).
         05 LOAD-STD-CREDITS-IN pic 9(2).
         05 LOAD-OVERLOAD-RATE-IN pic 9(4)v99.

       fd assign-rejects-file recording mode is f.
       01 ASSIGN-REJECT-REC.
         05 ARJ-TERM-ID pic x(6).
         05 filler pic x(2) value spaces.
         05 ARJ-EMPLOYEE-ID pic x(3).
         05 filler pic x(2) value spaces.
         05 ARJ-COURSE pic x(8).
         05 filler pic x(2) value spaces.
         05 ARJ-SECTION pic x(3).
         05 filler pic x(2) value spaces.
         05 ARJ-REASON pic x(25).

       fd overload-pay-file recording mode is f.
       01 OVERLOAD-PAY-REC.
         05 OVL-TERM-ID pic x(6).
         05 filler pic x(1) value space.
         05 OVL-EMPLOYEE-ID pic x(3).
         05 filler pic x(1) value space.
         05 OVL-DEPT pic x(4).
         05 filler pic x(1) value space.
         05 OVL-CREDITS pic 9(3).
         05 filler pic x(1) value space.
         05 OVL-STD-CREDITS pic 9(2).
         05 filler pic x(1) value space.
         05 OVL-OVER-CREDITS pic 9(3).
         05 filler pic x(1) value space.
         05 OVL-RATE pic 9(4)v99.
         05 filler pic x(1) value space.
         05 OVL-AMOUNT pic 9(6)v99.

       fd load-report-file recording mode is f.
       01 LOAD-REPORT-LINE pic x(80).

       working-storage section.
       01 WS-WORK-AREAS.
         05 ARE-THERE-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-FAC-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-CAT-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-LOAD-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-ACCEPTED-COUNT pic 9(4) VALUE ZEROS.
         05 WS-REJECT-COUNT pic 9(4) VALUE ZEROS.

       *> the term is set by the first good assignment - the file
       *> holds one term's assignments only
       01 WS-TERM-ID pic x(6) VALUE SPACES.

       *> catalog courses and their credit hours
       01 WS-CATALOG-TABLE.
         05 WS-CAT-COUNT pic 9(4) VALUE ZEROS.
         05 WS-CAT-ENTRY OCCURS 2000 TIMES.
           10 WS-CAT-COURSE pic x(8).
           10 WS-CAT-CREDITS pic 9(2).
       01 WS-CAT-SUB pic 9(4) VALUE ZEROS.
       01 WS-CAT-FOUND-SUB pic 9(4) VALUE ZEROS.

       01 WS-LOAD-TABLE.
         05 WS-LOAD-COUNT pic 9(2) VALUE ZEROS.
         05 WS-LOAD-ENTRY OCCURS 10 TIMES.
           10 WS-LOAD-RANK pic x(2).
           10 WS-LOAD-STD-CREDITS pic 9(2).
           10 WS-LOAD-OVERLOAD-RATE pic 9(4)v99.
       01 WS-LOAD-SUB pic 9(2) VALUE ZEROS.
       01 WS-LOAD-FOUND-SUB pic 9(2) VALUE ZEROS.

       *> faculty with the credit hours assigned to each this term
       01 WS-FACULTY-TABLE.
         05 WS-FAC-COUNT pic 9(3) VALUE ZEROS.
         05 WS-FAC-ENTRY OCCURS 500 TIMES.
           10 WS-FAC-ID pic x(3).
           10 WS-FAC-LAST pic x(20).
           10 WS-FAC-FIRST pic x(10).
           10 WS-FAC-RANK pic x(2).
           10 WS-FAC-DEPT pic x(4).
           10 WS-FAC-LEAVE pic x(1).
             88 WS-FAC-ON-ACTIVE-STATUS values ' ', 'A'.
           10 WS-FAC-CREDITS pic 9(3).
       01 WS-FAC-SUB pic 9(3) VALUE ZEROS.
       01 WS-FAC-FOUND-SUB pic 9(3) VALUE ZEROS.

       *> assignments accepted so far - a section listed twice for
       *> the same person is counted once
       01 WS-ASSIGNED-TABLE.
         05 WS-ASD-COUNT pic 9(4) VALUE ZEROS.
         05 WS-ASD-ENTRY OCCURS 3000 TIMES.
           10 WS-ASD-EMPLOYEE-ID pic x(3).
           10 WS-ASD-COURSE pic x(8).
           10 WS-ASD-SECTION pic x(3).
       01 WS-ASD-SUB pic 9(4) VALUE ZEROS.
       01 WS-ASD-FOUND-SW pic x(3) VALUE 'NO '.
         88 WS-ASD-FOUND VALUE 'YES'.

       *> departments on the faculty file, put in code order for the
       *> report
       01 WS-DEPT-TABLE.
         05 WS-DEPT-COUNT pic 9(2) VALUE ZEROS.
         05 WS-DEPT-CODE OCCURS 30 TIMES pic x(4).
       01 WS-DEPT-SUB pic 9(2) VALUE ZEROS.
       01 WS-DEPT-SUB2 pic 9(2) VALUE ZEROS.
       01 WS-DEPT-SWAP pic x(4) VALUE SPACES.
       01 WS-DEPT-FOUND-SW pic x(3) VALUE 'NO '.
         88 WS-DEPT-FOUND VALUE 'YES'.

       01 WS-STD-CREDITS pic 9(2) VALUE ZEROS.
       01 WS-OVER-CREDITS pic 9(3) VALUE ZEROS.
       01 WS-LOAD-VARIANCE pic s9(3) VALUE ZEROS.
       01 WS-OVERLOAD-AMT pic 9(6)v99 VALUE ZEROS.

       01 WS-LOAD-TOTALS.
         05 WS-DPT-FAC-COUNT pic 9(3) VALUE ZEROS.
         05 WS-DPT-OVER-COUNT pic 9(3) VALUE ZEROS.
         05 WS-DPT-UNDER-COUNT pic 9(3) VALUE ZEROS.
         05 WS-DPT-CREDITS pic 9(5) VALUE ZEROS.
         05 WS-DPT-OVERLOAD-PAY pic 9(7)v99 VALUE ZEROS.
         05 WS-GRD-FAC-COUNT pic 9(3) VALUE ZEROS.
         05 WS-GRD-OVER-COUNT pic 9(3) VALUE ZEROS.
         05 WS-GRD-UNDER-COUNT pic 9(3) VALUE ZEROS.
         05 WS-GRD-CREDITS pic 9(5) VALUE ZEROS.
         05 WS-GRD-OVERLOAD-PAY pic 9(7)v99 VALUE ZEROS.

       01 HL-LOAD-HEADER-1.
         05 FILLER pic x(35) VALUE
           'TEACHING LOAD BY DEPARTMENT - TERM '.
         05 HLL-TERM-ID pic x(6).
         05 FILLER pic x(39) VALUE SPACES.

       01 HL-LOAD-HEADER-2.
         05 pic x(5) VALUE 'ID'.
         05 pic x(27) VALUE 'NAME'.
         05 pic x(5) VALUE 'RANK'.
         05 pic x(8) VALUE 'CREDITS'.
         05 pic x(7) VALUE '   STD'.
         05 pic x(7) VALUE '  +/-'.
         05 pic x(13) VALUE 'OVERLOAD PAY'.
         05 pic x(8) VALUE 'STATUS'.

       01 HL-DEPT-LINE.
         05 FILLER pic x(12) VALUE 'DEPARTMENT: '.
         05 HDL-DEPT pic x(4).
         05 FILLER pic x(64) VALUE SPACES.

       01 LOAD-DETAIL-LINE.
         05 LDL-ID pic x(3).
         05 FILLER pic x(2) VALUE SPACES.
         05 LDL-NAME pic x(25).
         05 FILLER pic x(2) VALUE SPACES.
         05 LDL-RANK pic x(2).
         05 FILLER pic x(5) VALUE SPACES.
         05 LDL-CREDITS pic ZZ9.
         05 FILLER pic x(4) VALUE SPACES.
         05 LDL-STD pic ZZ9.
         05 FILLER pic x(3) VALUE SPACES.
         05 LDL-VARIANCE pic +++9.
         05 FILLER pic x(2) VALUE SPACES.
         05 LDL-OVERLOAD-PAY pic $$$,$$9.99.
         05 FILLER pic x(2) VALUE SPACES.
         05 LDL-STATUS pic x(8).
         05 FILLER pic x(2) VALUE SPACES.

       01 LOAD-TOTAL-LINE.
         05 LTL-LABEL pic x(12).
         05 FILLER pic x(9) VALUE 'FACULTY: '.
         05 LTL-FAC-COUNT pic ZZ9.
         05 FILLER pic x(8) VALUE '  OVER: '.
         05 LTL-OVER-COUNT pic ZZ9.
         05 FILLER pic x(9) VALUE '  UNDER: '.
         05 LTL-UNDER-COUNT pic ZZ9.
         05 FILLER pic x(16) VALUE '  OVERLOAD PAY: '.
         05 LTL-OVERLOAD-PAY pic $$,$$$,$$9.99.
         05 FILLER pic x(4) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           perform 105-LOAD-CATALOG
           perform 107-LOAD-STANDARD-LOADS
           perform 110-LOAD-FACULTY
           open input assignment-file
             output assign-rejects-file
           perform until are-there-more-records = 'NO '
               read assignment-file
                   at end
                       move 'NO ' to are-there-more-records
                   not at end
                       perform 200-EDIT-ASSIGNMENT
               end-read
           end-perform
           close assignment-file assign-rejects-file
           open output overload-pay-file load-report-file
           perform 300-LOAD-REPORT-RTN
           close overload-pay-file load-report-file
           display 'TEACHING LOAD - ASSIGNMENTS ACCEPTED: '
             WS-ACCEPTED-COUNT ' REJECTED: ' WS-REJECT-COUNT
           display '  OVERLOAD PAY: ' WS-GRD-OVERLOAD-PAY
           stop run.

       105-LOAD-CATALOG.
           open input course-catalog
           perform until WS-CAT-MORE-RECORDS = 'NO '
               read course-catalog
                   at end
                       move 'NO ' to WS-CAT-MORE-RECORDS
                   not at end
                       if WS-CAT-COUNT = 2000
                           display 'CATALOG TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           stop run
                       end-if
                       add 1 to WS-CAT-COUNT
                       move CAT-COURSE to WS-CAT-COURSE(WS-CAT-COUNT)
                       move CAT-CREDITS to WS-CAT-CREDITS(WS-CAT-COUNT)
               end-read
           end-perform
           close course-catalog.

       107-LOAD-STANDARD-LOADS.
           open input std-load-file
           perform until WS-LOAD-MORE-RECORDS = 'NO '
               read std-load-file
                   at end
                       move 'NO ' to WS-LOAD-MORE-RECORDS
                   not at end
                       if WS-LOAD-COUNT = 10
                           display
                             'STANDARD LOAD TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           stop run
                       end-if
                       add 1 to WS-LOAD-COUNT
                       move LOAD-RANK-IN to WS-LOAD-RANK(WS-LOAD-COUNT)
                       move LOAD-STD-CREDITS-IN
                         to WS-LOAD-STD-CREDITS(WS-LOAD-COUNT)
                       move LOAD-OVERLOAD-RATE-IN
                         to WS-LOAD-OVERLOAD-RATE(WS-LOAD-COUNT)
               end-read
           end-perform
           close std-load-file.

       110-LOAD-FACULTY.
           open input in-fac-file
           perform until WS-FAC-MORE-RECORDS = 'NO '
               read in-fac-file
                   at end
                       move 'NO ' to WS-FAC-MORE-RECORDS
                   not at end
                       if WS-FAC-COUNT = 500
                           display 'FACULTY TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           stop run
                       end-if
                       add 1 to WS-FAC-COUNT
                       move IN-EMPLOYEE-ID to WS-FAC-ID(WS-FAC-COUNT)
                       move IN-EMP-LAST-NAME
                         to WS-FAC-LAST(WS-FAC-COUNT)
                       move IN-EMP-FIRST-NAME
                         to WS-FAC-FIRST(WS-FAC-COUNT)
                       move IN-EMP-RANK to WS-FAC-RANK(WS-FAC-COUNT)
                       move IN-EMP-DEPT to WS-FAC-DEPT(WS-FAC-COUNT)
                       move IN-EMP-LEAVE-STATUS
                         to WS-FAC-LEAVE(WS-FAC-COUNT)
                       move zeros to WS-FAC-CREDITS(WS-FAC-COUNT)
                       perform 115-ADD-DEPT
               end-read
           end-perform
           close in-fac-file
           perform 120-SORT-DEPTS.

       115-ADD-DEPT.
           move 'NO ' to WS-DEPT-FOUND-SW
           perform varying WS-DEPT-SUB from 1 by 1
             until WS-DEPT-SUB > WS-DEPT-COUNT
               if WS-DEPT-CODE(WS-DEPT-SUB) = IN-EMP-DEPT
                   set WS-DEPT-FOUND to TRUE
                   move WS-DEPT-COUNT to WS-DEPT-SUB
               end-if
           end-perform
           if not WS-DEPT-FOUND
               if WS-DEPT-COUNT = 30
                   display 'DEPARTMENT TABLE FULL - RUN STOPPED'
                   move 12 to RETURN-CODE
                   stop run
               end-if
               add 1 to WS-DEPT-COUNT
               move IN-EMP-DEPT to WS-DEPT-CODE(WS-DEPT-COUNT)
           end-if.

       120-SORT-DEPTS.
           perform varying WS-DEPT-SUB from 1 by 1
             until WS-DEPT-SUB >= WS-DEPT-COUNT
               perform varying WS-DEPT-SUB2 from WS-DEPT-SUB by 1
                 until WS-DEPT-SUB2 > WS-DEPT-COUNT
                   if WS-DEPT-CODE(WS-DEPT-SUB2) <
                     WS-DEPT-CODE(WS-DEPT-SUB)
                       move WS-DEPT-CODE(WS-DEPT-SUB) to WS-DEPT-SWAP
                       move WS-DEPT-CODE(WS-DEPT-SUB2)
                         to WS-DEPT-CODE(WS-DEPT-SUB)
                       move WS-DEPT-SWAP to WS-DEPT-CODE(WS-DEPT-SUB2)
                   end-if
               end-perform
           end-perform.

       *> the credit hours come from the catalog, never from the
       *> assignment - a course not in the catalog is not counted
       200-EDIT-ASSIGNMENT.
           move spaces to ASSIGN-REJECT-REC
           move zeros to WS-CAT-FOUND-SUB WS-FAC-FOUND-SUB
           perform varying WS-CAT-SUB from 1 by 1
             until WS-CAT-SUB > WS-CAT-COUNT
               if WS-CAT-COURSE(WS-CAT-SUB) = ASG-COURSE
                   move WS-CAT-SUB to WS-CAT-FOUND-SUB
                   move WS-CAT-COUNT to WS-CAT-SUB
               end-if
           end-perform
           perform varying WS-FAC-SUB from 1 by 1
             until WS-FAC-SUB > WS-FAC-COUNT
               if WS-FAC-ID(WS-FAC-SUB) = ASG-EMPLOYEE-ID
                   move WS-FAC-SUB to WS-FAC-FOUND-SUB
                   move WS-FAC-COUNT to WS-FAC-SUB
               end-if
           end-perform
           move 'NO ' to WS-ASD-FOUND-SW
           perform varying WS-ASD-SUB from 1 by 1
             until WS-ASD-SUB > WS-ASD-COUNT
               if WS-ASD-EMPLOYEE-ID(WS-ASD-SUB) = ASG-EMPLOYEE-ID
                 and WS-ASD-COURSE(WS-ASD-SUB) = ASG-COURSE
                 and WS-ASD-SECTION(WS-ASD-SUB) = ASG-SECTION
                   set WS-ASD-FOUND to TRUE
                   move WS-ASD-COUNT to WS-ASD-SUB
               end-if
           end-perform
           evaluate true
               when ASG-TERM-ID = spaces
                   move 'MISSING TERM ID' to ARJ-REASON
                   perform 280-WRITE-REJECT
               when WS-TERM-ID not = spaces
                 and ASG-TERM-ID not = WS-TERM-ID
                   move 'TERM DOES NOT MATCH FILE' to ARJ-REASON
                   perform 280-WRITE-REJECT
               when WS-FAC-FOUND-SUB = 0
                   move 'UNKNOWN EMPLOYEE ID' to ARJ-REASON
                   perform 280-WRITE-REJECT
               when WS-CAT-FOUND-SUB = 0
                   move 'COURSE NOT IN CH8CATALOG' to ARJ-REASON
                   perform 280-WRITE-REJECT
               when WS-ASD-FOUND
                   move 'DUPLICATE ASSIGNMENT' to ARJ-REASON
                   perform 280-WRITE-REJECT
               when WS-ASD-COUNT = 3000
                   move 'ASSIGNMENT TABLE FULL' to ARJ-REASON
                   perform 280-WRITE-REJECT
               when other
                   move ASG-TERM-ID to WS-TERM-ID
                   add 1 to WS-ASD-COUNT
                   move ASG-EMPLOYEE-ID
                     to WS-ASD-EMPLOYEE-ID(WS-ASD-COUNT)
                   move ASG-COURSE to WS-ASD-COURSE(WS-ASD-COUNT)
                   move ASG-SECTION to WS-ASD-SECTION(WS-ASD-COUNT)
                   add WS-CAT-CREDITS(WS-CAT-FOUND-SUB)
                     to WS-FAC-CREDITS(WS-FAC-FOUND-SUB)
                   add 1 to WS-ACCEPTED-COUNT
           end-evaluate.

       280-WRITE-REJECT.
           move ASG-TERM-ID to ARJ-TERM-ID
           move ASG-EMPLOYEE-ID to ARJ-EMPLOYEE-ID
           move ASG-COURSE to ARJ-COURSE
           move ASG-SECTION to ARJ-SECTION
           write ASSIGN-REJECT-REC
           add 1 to WS-REJECT-COUNT.

       300-LOAD-REPORT-RTN.
           move WS-TERM-ID to HLL-TERM-ID
           write LOAD-REPORT-LINE from HL-LOAD-HEADER-1
           write LOAD-REPORT-LINE from HL-LOAD-HEADER-2
           perform varying WS-DEPT-SUB from 1 by 1
             until WS-DEPT-SUB > WS-DEPT-COUNT
               perform 310-DEPT-RTN
           end-perform
           move spaces to LOAD-REPORT-LINE
           write LOAD-REPORT-LINE
           move 'ALL DEPTS   ' to LTL-LABEL
           move WS-GRD-FAC-COUNT to LTL-FAC-COUNT
           move WS-GRD-OVER-COUNT to LTL-OVER-COUNT
           move WS-GRD-UNDER-COUNT to LTL-UNDER-COUNT
           move WS-GRD-OVERLOAD-PAY to LTL-OVERLOAD-PAY
           write LOAD-REPORT-LINE from LOAD-TOTAL-LINE.

       310-DEPT-RTN.
           move zeros to WS-DPT-FAC-COUNT WS-DPT-OVER-COUNT
             WS-DPT-UNDER-COUNT WS-DPT-CREDITS WS-DPT-OVERLOAD-PAY
           move spaces to LOAD-REPORT-LINE
           write LOAD-REPORT-LINE
           move WS-DEPT-CODE(WS-DEPT-SUB) to HDL-DEPT
           write LOAD-REPORT-LINE from HL-DEPT-LINE
           perform varying WS-FAC-SUB from 1 by 1
             until WS-FAC-SUB > WS-FAC-COUNT
               if WS-FAC-DEPT(WS-FAC-SUB) = WS-DEPT-CODE(WS-DEPT-SUB)
                   perform 320-FACULTY-LOAD-RTN
               end-if
           end-perform
           move 'DEPT TOTAL  ' to LTL-LABEL
           move WS-DPT-FAC-COUNT to LTL-FAC-COUNT
           move WS-DPT-OVER-COUNT to LTL-OVER-COUNT
           move WS-DPT-UNDER-COUNT to LTL-UNDER-COUNT
           move WS-DPT-OVERLOAD-PAY to LTL-OVERLOAD-PAY
           write LOAD-REPORT-LINE from LOAD-TOTAL-LINE
           add WS-DPT-FAC-COUNT to WS-GRD-FAC-COUNT
           add WS-DPT-OVER-COUNT to WS-GRD-OVER-COUNT
           add WS-DPT-UNDER-COUNT to WS-GRD-UNDER-COUNT
           add WS-DPT-CREDITS to WS-GRD-CREDITS
           add WS-DPT-OVERLOAD-PAY to WS-GRD-OVERLOAD-PAY.

       *> faculty on sabbatical or unpaid leave carry no standard
       *> load and are not paid overload; a rank with no standard
       *> load on file is listed for the Provost's office to set one
       320-FACULTY-LOAD-RTN.
           move spaces to LOAD-DETAIL-LINE
           move zeros to WS-STD-CREDITS WS-OVER-CREDITS
             WS-OVERLOAD-AMT
           move zeros to WS-LOAD-FOUND-SUB
           perform varying WS-LOAD-SUB from 1 by 1
             until WS-LOAD-SUB > WS-LOAD-COUNT
               if WS-LOAD-RANK(WS-LOAD-SUB) = WS-FAC-RANK(WS-FAC-SUB)
                   move WS-LOAD-SUB to WS-LOAD-FOUND-SUB
                   move WS-LOAD-COUNT to WS-LOAD-SUB
               end-if
           end-perform
           evaluate true
               when not WS-FAC-ON-ACTIVE-STATUS(WS-FAC-SUB)
                   move 'ON LEAVE' to LDL-STATUS
               when WS-LOAD-FOUND-SUB = 0
                   move 'NO STD' to LDL-STATUS
               when other
                   move WS-LOAD-STD-CREDITS(WS-LOAD-FOUND-SUB)
                     to WS-STD-CREDITS
                   evaluate true
                       when WS-FAC-CREDITS(WS-FAC-SUB) > WS-STD-CREDITS
                           compute WS-OVER-CREDITS =
                             WS-FAC-CREDITS(WS-FAC-SUB) - WS-STD-CREDITS
                           compute WS-OVERLOAD-AMT =
                             WS-OVER-CREDITS *
                             WS-LOAD-OVERLOAD-RATE(WS-LOAD-FOUND-SUB)
                           move 'OVER' to LDL-STATUS
                           add 1 to WS-DPT-OVER-COUNT
                           perform 330-WRITE-OVERLOAD-PAY
                       when WS-FAC-CREDITS(WS-FAC-SUB) < WS-STD-CREDITS
                           move 'UNDER' to LDL-STATUS
                           add 1 to WS-DPT-UNDER-COUNT
                       when other
                           move 'AT LOAD' to LDL-STATUS
                   end-evaluate
           end-evaluate
           compute WS-LOAD-VARIANCE =
             WS-FAC-CREDITS(WS-FAC-SUB) - WS-STD-CREDITS
           move WS-FAC-ID(WS-FAC-SUB) to LDL-ID
           string WS-FAC-LAST(WS-FAC-SUB) delimited by '  '
             ', ' delimited by size
             WS-FAC-FIRST(WS-FAC-SUB) delimited by '  '
             into LDL-NAME
           end-string
           move WS-FAC-RANK(WS-FAC-SUB) to LDL-RANK
           move WS-FAC-CREDITS(WS-FAC-SUB) to LDL-CREDITS
           move WS-STD-CREDITS to LDL-STD
           move WS-LOAD-VARIANCE to LDL-VARIANCE
           move WS-OVERLOAD-AMT to LDL-OVERLOAD-PAY
           write LOAD-REPORT-LINE from LOAD-DETAIL-LINE
           add 1 to WS-DPT-FAC-COUNT
           add WS-FAC-CREDITS(WS-FAC-SUB) to WS-DPT-CREDITS
           add WS-OVERLOAD-AMT to WS-DPT-OVERLOAD-PAY.

       330-WRITE-OVERLOAD-PAY.
           move spaces to OVERLOAD-PAY-REC
           move WS-TERM-ID to OVL-TERM-ID
           move WS-FAC-ID(WS-FAC-SUB) to OVL-EMPLOYEE-ID
           move WS-FAC-DEPT(WS-FAC-SUB) to OVL-DEPT
           move WS-FAC-CREDITS(WS-FAC-SUB) to OVL-CREDITS
           move WS-STD-CREDITS to OVL-STD-CREDITS
           move WS-OVER-CREDITS to OVL-OVER-CREDITS
           move WS-LOAD-OVERLOAD-RATE(WS-LOAD-FOUND-SUB) to OVL-RATE
           move WS-OVERLOAD-AMT to OVL-AMOUNT
           write OVERLOAD-PAY-REC.
       end program TeachLoad.
