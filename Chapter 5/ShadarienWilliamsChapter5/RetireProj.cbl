       identification division.
       program-id. RetireProj.
       author. Shadarien Williams.

       environment division.
       configuration section.

       input-output section.
       file-control.
       *> the retirement plan's eligibility rules - a person is
       *> eligible under a rule once age, service and age plus service
       *> all reach its minimums
       select rules-file
       assign to 'CH5RETIRERULES'
       organization is line sequential.

       select in-fac-file
       assign to 'CH5PP'
       organization is line sequential.

       select position-master-file
       assign to 'CH5POSITIONS'
       organization is line sequential.

       select sort-work-file
       assign to 'CH5SORTWORK'.

       *> five-year retirement eligibility by department and rank,
       *> for the deans' succession and hiring plans
       select retire-report-file
       assign to 'CH5RETIREPROJ'
       organization is line sequential.

       data division.
       file section.

       fd rules-file.
       01 RULES-REC.
         05 RUL-CODE-IN pic x(4).
       *> a zero minimum is not tested
         05 RUL-MIN-AGE-IN pic 9(2).
         05 RUL-MIN-SERVICE-IN pic 9(2).
         05 RUL-POINTS-IN pic 9(3).
         05 RUL-DESC-IN pic x(20).

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

       fd position-master-file.
       01 POSITION-REC.
         05 POS-NUMBER-IN pic x(5).
         05 POS-DEPT-IN pic x(4).
         05 POS-RANK-IN pic x(2).
         05 POS-SAL-MIN-IN pic 9(6).
         05 POS-SAL-MAX-IN pic 9(6).

       sd sort-work-file.
       01 SR-ELIGIBLE-REC.
         05 SR-DEPT pic x(4).
         05 SR-RANK pic x(2).
         05 SR-BUCKET pic 9(1).
         05 SR-EMPLOYEE-ID pic x(3).
         05 SR-NAME pic x(22).
         05 SR-ELIG-YEAR pic 9(4).
         05 SR-AGE pic 9(3).
         05 SR-SERVICE pic 9(3).
         05 SR-RULE pic x(4).
         05 SR-SALARY pic 9(6)v99.
         05 SR-POSITION pic x(5).
         05 SR-POS-SAL-MIN pic 9(6).
         05 SR-POS-SAL-MAX pic 9(6).
         05 SR-POS-NOTE pic x(24).

       fd retire-report-file recording mode is f.
       01 RETIRE-REPORT-LINE pic x(132).

       working-storage section.
       01 WS-WORK-AREAS.
         05 ARE-THERE-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-RUL-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-POS-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-SORT-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-FIRST-RECORD pic x(3) VALUE 'YES'.
         05 WS-FAC-READ-COUNT pic 9(4) VALUE ZEROS.
         05 WS-ELIGIBLE-COUNT pic 9(4) VALUE ZEROS.
         05 WS-NODATE-COUNT pic 9(4) VALUE ZEROS.

       01 WS-RULE-TABLE.
         05 WS-RUL-COUNT pic 9(2) VALUE ZEROS.
         05 WS-RUL-ENTRY OCCURS 20 TIMES.
           10 WS-RUL-CODE pic x(4).
           10 WS-RUL-MIN-AGE pic 9(2).
           10 WS-RUL-MIN-SERVICE pic 9(2).
           10 WS-RUL-POINTS pic 9(3).
       01 WS-RUL-SUB pic 9(2) VALUE ZEROS.
       01 WS-RUL-FOUND-SUB pic 9(2) VALUE ZEROS.

       01 WS-POSITION-TABLE.
         05 WS-POS-COUNT pic 9(3) VALUE ZEROS.
         05 WS-POS-ENTRY OCCURS 100 TIMES.
           10 WS-POS-NUMBER pic x(5).
           10 WS-POS-DEPT pic x(4).
           10 WS-POS-RANK pic x(2).
           10 WS-POS-SAL-MIN pic 9(6).
           10 WS-POS-SAL-MAX pic 9(6).
       01 WS-POS-SUB pic 9(3) VALUE ZEROS.
       01 WS-POS-FOUND-SUB pic 9(3) VALUE ZEROS.

       *> age and service are taken in completed years at the end of
       *> each plan year - bucket 0 is already eligible at the end of
       *> last year, buckets 1-5 are this year and the four after
       01 WS-RUN-DATE pic 9(8) VALUE ZEROS.
       01 WS-RUN-YEAR pic 9(4) VALUE ZEROS.
       01 WS-PROJ-YEAR pic 9(4) VALUE ZEROS.
       01 WS-BIRTH-YEAR pic 9(4) VALUE ZEROS.
       01 WS-HIRE-YEAR pic 9(4) VALUE ZEROS.
       01 WS-AGE pic 9(3) VALUE ZEROS.
       01 WS-SERVICE pic 9(3) VALUE ZEROS.
       01 WS-BUCKET pic 9(1) VALUE ZEROS.
       01 WS-ELIGIBLE-SW pic x(3) VALUE 'NO '.
         88 WS-ELIGIBLE VALUE 'YES'.

       01 WS-PREV-DEPT pic x(4) VALUE SPACES.
       01 WS-PREV-RANK pic x(2) VALUE SPACES.

       *> eligible heads and salary per bucket - level 1 the rank,
       *> level 2 the department, level 3 all departments
       01 WS-SUMMARY-TABLE.
         05 WS-SUM-LEVEL OCCURS 3 TIMES.
           10 WS-SUM-BUCKET OCCURS 6 TIMES.
             15 WS-SUM-COUNT pic 9(4).
             15 WS-SUM-SALARY pic 9(9)v99.
       01 WS-LVL pic 9(1) VALUE ZEROS.
       01 WS-COL pic 9(1) VALUE ZEROS.

       01 HL-RETIRE-HEADER-1.
         05 FILLER pic x(40) VALUE
           'RETIREMENT ELIGIBILITY PROJECTION - RUN '.
         05 HRH-RUN-DATE pic 9(8).
         05 FILLER pic x(13) VALUE '  PLAN YEARS '.
         05 HRH-FIRST-YEAR pic 9(4).
         05 FILLER pic x(3) VALUE ' - '.
         05 HRH-LAST-YEAR pic 9(4).
         05 FILLER pic x(60) VALUE SPACES.

       01 HL-RETIRE-HEADER-2.
         05 pic x(5) VALUE 'ID'.
         05 pic x(23) VALUE 'NAME'.
         05 pic x(8) VALUE 'ELIGIBLE'.
         05 pic x(5) VALUE '  AGE'.
         05 pic x(5) VALUE '  SVC'.
         05 pic x(6) VALUE '  RULE'.
         05 pic x(14) VALUE '        SALARY'.
         05 pic x(9) VALUE '  POSN'.
         05 pic x(19) VALUE 'FUNDED RANGE'.
         05 pic x(38) VALUE 'POSITION FIT'.

       01 HL-DEPT-LINE.
         05 FILLER pic x(12) VALUE 'DEPARTMENT: '.
         05 HDL-DEPT pic x(4).
         05 FILLER pic x(116) VALUE SPACES.

       01 HL-RANK-LINE.
         05 FILLER pic x(2) VALUE SPACES.
         05 FILLER pic x(6) VALUE 'RANK: '.
         05 HRL-RANK pic x(2).
         05 FILLER pic x(122) VALUE SPACES.

       01 ELIGIBLE-DETAIL-LINE.
         05 EDL-ID pic x(3).
         05 FILLER pic x(2) VALUE SPACES.
         05 EDL-NAME pic x(22).
         05 FILLER pic x(1) VALUE SPACE.
         05 EDL-ELIGIBLE pic x(8).
         05 EDL-AGE pic ZZZZ9.
         05 EDL-SERVICE pic ZZZZ9.
         05 FILLER pic x(2) VALUE SPACES.
         05 EDL-RULE pic x(4).
         05 FILLER pic x(2) VALUE SPACES.
         05 EDL-SALARY pic ZZZ,ZZ9.99.
         05 FILLER pic x(2) VALUE SPACES.
         05 EDL-POSITION pic x(5).
         05 FILLER pic x(2) VALUE SPACES.
         05 EDL-POS-SAL-MIN pic ZZZ,ZZ9.
         05 EDL-RANGE-DASH pic x(3).
         05 EDL-POS-SAL-MAX pic ZZZ,ZZ9.
         05 FILLER pic x(2) VALUE SPACES.
         05 EDL-POS-NOTE pic x(24).
         05 FILLER pic x(14) VALUE SPACES.

       01 NODATE-DETAIL-LINE.
         05 NDL-ID pic x(3).
         05 FILLER pic x(2) VALUE SPACES.
         05 NDL-NAME pic x(22).
         05 FILLER pic x(1) VALUE SPACE.
         05 FILLER pic x(48) VALUE
           '** BIRTH OR HIRE DATE MISSING - NOT PROJECTED **'.
         05 FILLER pic x(56) VALUE SPACES.

       01 SUMMARY-HEAD-LINE.
         05 SHL-TITLE pic x(20).
         05 SHL-COL OCCURS 6 TIMES.
           10 FILLER pic x(10).
           10 SHL-LABEL pic x(6).
         05 FILLER pic x(16) VALUE SPACES.

       01 SUMMARY-COUNT-LINE.
         05 FILLER pic x(20).
         05 SCL-COL OCCURS 6 TIMES.
           10 FILLER pic x(9).
           10 SCL-COUNT pic ZZZ,ZZ9.
         05 FILLER pic x(16) VALUE SPACES.

       01 SUMMARY-SALARY-LINE.
         05 FILLER pic x(20).
         05 SSL-COL OCCURS 6 TIMES.
           10 FILLER pic x(2).
           10 SSL-SALARY pic ZZZ,ZZZ,ZZ9.99.
         05 FILLER pic x(16) VALUE SPACES.

       01 GRAND-TOTAL-LINE.
         05 FILLER pic x(16) VALUE 'FACULTY READ:   '.
         05 GTL-READ-COUNT pic ZZZ9.
         05 FILLER pic x(29) VALUE
           '   ELIGIBLE WITHIN 5 YEARS:  '.
         05 GTL-ELIGIBLE-COUNT pic ZZZ9.
         05 FILLER pic x(25) VALUE
           '   NOT PROJECTED (DATES):'.
         05 GTL-NODATE-COUNT pic ZZZ9.
         05 FILLER pic x(50) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           move function current-date(1:8) to WS-RUN-DATE
           move WS-RUN-DATE(1:4) to WS-RUN-YEAR
           perform 105-LOAD-RULES
           perform 110-LOAD-POSITIONS
           initialize WS-SUMMARY-TABLE
           move spaces to SUMMARY-HEAD-LINE SUMMARY-COUNT-LINE
             SUMMARY-SALARY-LINE
           move '    ELIGIBLE FACULTY' to SUMMARY-COUNT-LINE(1:20)
           move '    SALARY DOLLARS' to SUMMARY-SALARY-LINE(1:20)
           move '   NOW' to SHL-LABEL(1)
           perform varying WS-COL from 2 by 1 until WS-COL > 6
               compute WS-PROJ-YEAR = WS-RUN-YEAR + WS-COL - 2
               move WS-PROJ-YEAR to SHL-LABEL(WS-COL)(3:4)
           end-perform
           open output retire-report-file
           move WS-RUN-DATE to HRH-RUN-DATE
           move WS-RUN-YEAR to HRH-FIRST-YEAR
           compute HRH-LAST-YEAR = WS-RUN-YEAR + 4
           write RETIRE-REPORT-LINE from HL-RETIRE-HEADER-1
           write RETIRE-REPORT-LINE from HL-RETIRE-HEADER-2
           sort sort-work-file on ascending key SR-DEPT
             on ascending key SR-RANK
             on ascending key SR-BUCKET
             on ascending key SR-EMPLOYEE-ID
             input procedure is 200-RELEASE-ELIGIBLE
             output procedure is 300-REPORT-ELIGIBLE
           move spaces to RETIRE-REPORT-LINE
           write RETIRE-REPORT-LINE
           move 3 to WS-LVL
           move 'ALL DEPARTMENTS' to SHL-TITLE
           perform 350-PRINT-SUMMARY
           move spaces to RETIRE-REPORT-LINE
           write RETIRE-REPORT-LINE
           move WS-FAC-READ-COUNT to GTL-READ-COUNT
           move WS-ELIGIBLE-COUNT to GTL-ELIGIBLE-COUNT
           move WS-NODATE-COUNT to GTL-NODATE-COUNT
           write RETIRE-REPORT-LINE from GRAND-TOTAL-LINE
           close retire-report-file
           display 'RETIREMENT PROJECTION - ELIGIBLE WITHIN 5 YEARS: '
             WS-ELIGIBLE-COUNT ' NOT PROJECTED: ' WS-NODATE-COUNT
           stop run.

       105-LOAD-RULES.
           open input rules-file
           perform until WS-RUL-MORE-RECORDS = 'NO '
               read rules-file
                   at end
                       move 'NO ' to WS-RUL-MORE-RECORDS
                   not at end
                       if WS-RUL-COUNT = 20
                           display 'RULE TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           stop run
                       end-if
                       add 1 to WS-RUL-COUNT
                       move RUL-CODE-IN to WS-RUL-CODE(WS-RUL-COUNT)
                       move RUL-MIN-AGE-IN
                         to WS-RUL-MIN-AGE(WS-RUL-COUNT)
                       move RUL-MIN-SERVICE-IN
                         to WS-RUL-MIN-SERVICE(WS-RUL-COUNT)
                       move RUL-POINTS-IN
                         to WS-RUL-POINTS(WS-RUL-COUNT)
               end-read
           end-perform
           close rules-file
           if WS-RUL-COUNT = 0
               display 'NO RETIREMENT RULES ON FILE - RUN STOPPED'
               move 12 to RETURN-CODE
               stop run
           end-if.

       110-LOAD-POSITIONS.
           open input position-master-file
           perform until WS-POS-MORE-RECORDS = 'NO '
               read position-master-file
                   at end
                       move 'NO ' to WS-POS-MORE-RECORDS
                   not at end
                       if WS-POS-COUNT = 100
                           display 'POSITION TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           stop run
                       end-if
                       add 1 to WS-POS-COUNT
                       move POS-NUMBER-IN
                         to WS-POS-NUMBER(WS-POS-COUNT)
                       move POS-DEPT-IN to WS-POS-DEPT(WS-POS-COUNT)
                       move POS-RANK-IN to WS-POS-RANK(WS-POS-COUNT)
                       move POS-SAL-MIN-IN
                         to WS-POS-SAL-MIN(WS-POS-COUNT)
                       move POS-SAL-MAX-IN
                         to WS-POS-SAL-MAX(WS-POS-COUNT)
               end-read
           end-perform
           close position-master-file.

       200-RELEASE-ELIGIBLE.
           open input in-fac-file
           perform until are-there-more-records = 'NO '
               read in-fac-file
                   at end
                       move 'NO ' to are-there-more-records
                   not at end
                       add 1 to WS-FAC-READ-COUNT
                       perform 210-PROJECT-ONE
               end-read
           end-perform
           close in-fac-file.

       *> faculty not eligible by the end of the fifth plan year are
       *> left off; those with no usable birth or hire date are listed
       *> so the record can be corrected
       210-PROJECT-ONE.
           move spaces to SR-ELIGIBLE-REC
           move IN-EMP-DEPT to SR-DEPT
           move IN-EMP-RANK to SR-RANK
           move IN-EMPLOYEE-ID to SR-EMPLOYEE-ID
           string IN-EMP-LAST-NAME delimited by '  '
             ', ' delimited by size
             IN-EMP-FIRST-NAME delimited by '  '
             into SR-NAME
           end-string
           move IN-EMP-SALARY to SR-SALARY
           move zeros to SR-ELIG-YEAR SR-AGE SR-SERVICE
             SR-POS-SAL-MIN SR-POS-SAL-MAX
           if IN-EMP-BIRTH-DATE not numeric or IN-EMP-BIRTH-DATE = 0
             or IN-EMP-HIRE-DATE not numeric or IN-EMP-HIRE-DATE = 0
               move 9 to SR-BUCKET
               add 1 to WS-NODATE-COUNT
               release SR-ELIGIBLE-REC
           else
               compute WS-BIRTH-YEAR = IN-EMP-BIRTH-DATE / 10000
               compute WS-HIRE-YEAR = IN-EMP-HIRE-DATE / 10000
               move 'NO ' to WS-ELIGIBLE-SW
               perform varying WS-BUCKET from 0 by 1
                 until WS-BUCKET > 5 or WS-ELIGIBLE
                   perform 220-CHECK-RULES
               end-perform
               if WS-ELIGIBLE
                   perform 230-CHECK-POSITION
                   add 1 to WS-ELIGIBLE-COUNT
                   release SR-ELIGIBLE-REC
               end-if
           end-if.

       220-CHECK-RULES.
           compute WS-PROJ-YEAR = WS-RUN-YEAR + WS-BUCKET - 1
           move zeros to WS-AGE WS-SERVICE
           if WS-PROJ-YEAR > WS-BIRTH-YEAR
               compute WS-AGE = WS-PROJ-YEAR - WS-BIRTH-YEAR
           end-if
           if WS-PROJ-YEAR > WS-HIRE-YEAR
               compute WS-SERVICE = WS-PROJ-YEAR - WS-HIRE-YEAR
           end-if
           move zeros to WS-RUL-FOUND-SUB
           perform varying WS-RUL-SUB from 1 by 1
             until WS-RUL-SUB > WS-RUL-COUNT
               if WS-AGE >= WS-RUL-MIN-AGE(WS-RUL-SUB)
                 and WS-SERVICE >= WS-RUL-MIN-SERVICE(WS-RUL-SUB)
                 and WS-AGE + WS-SERVICE >= WS-RUL-POINTS(WS-RUL-SUB)
                   move WS-RUL-SUB to WS-RUL-FOUND-SUB
                   move WS-RUL-COUNT to WS-RUL-SUB
               end-if
           end-perform
           if WS-RUL-FOUND-SUB not = 0
               set WS-ELIGIBLE to true
               move WS-BUCKET to SR-BUCKET
               move WS-PROJ-YEAR to SR-ELIG-YEAR
               move WS-AGE to SR-AGE
               move WS-SERVICE to SR-SERVICE
               move WS-RUL-CODE(WS-RUL-FOUND-SUB) to SR-RULE
           end-if.

       *> the line the retiree vacates - checked the same way the
       *> raise run checks an appointment against the position master
       230-CHECK-POSITION.
           move IN-EMP-POSITION to SR-POSITION
           move zeros to WS-POS-FOUND-SUB
           perform varying WS-POS-SUB from 1 by 1
             until WS-POS-SUB > WS-POS-COUNT
               if WS-POS-NUMBER(WS-POS-SUB) = IN-EMP-POSITION
                   move WS-POS-SUB to WS-POS-FOUND-SUB
                   move WS-POS-COUNT to WS-POS-SUB
               end-if
           end-perform
           if WS-POS-FOUND-SUB not = 0
               move WS-POS-SAL-MIN(WS-POS-FOUND-SUB) to SR-POS-SAL-MIN
               move WS-POS-SAL-MAX(WS-POS-FOUND-SUB) to SR-POS-SAL-MAX
           end-if
           evaluate true
               when IN-EMP-POSITION = SPACES
                   move 'NO POSITION NUMBER' to SR-POS-NOTE
               when WS-POS-FOUND-SUB = ZEROS
                   move 'POSITION NOT AUTHORIZED' to SR-POS-NOTE
               when WS-POS-DEPT(WS-POS-FOUND-SUB) not = IN-EMP-DEPT
                   move 'POSITION DEPT MISMATCH' to SR-POS-NOTE
               when WS-POS-RANK(WS-POS-FOUND-SUB) not = IN-EMP-RANK
                   move 'POSITION RANK MISMATCH' to SR-POS-NOTE
               when IN-EMP-SALARY > WS-POS-SAL-MAX(WS-POS-FOUND-SUB)
                   move 'SALARY OVER FUNDED MAX' to SR-POS-NOTE
               when other
                   move 'ALIGNED' to SR-POS-NOTE
           end-evaluate.

       300-REPORT-ELIGIBLE.
           perform until WS-SORT-MORE-RECORDS = 'NO '
               return sort-work-file
                   at end
                       move 'NO ' to WS-SORT-MORE-RECORDS
                       if WS-FIRST-RECORD = 'NO '
                           perform 335-RANK-BREAK
                           perform 345-DEPT-BREAK
                       end-if
                   not at end
                       perform 310-ELIGIBLE-RTN
               end-return
           end-perform.

       310-ELIGIBLE-RTN.
           if WS-FIRST-RECORD = 'YES'
               move 'NO ' to WS-FIRST-RECORD
               perform 340-START-DEPT
               perform 330-START-RANK
           else
               if SR-DEPT not = WS-PREV-DEPT
                   perform 335-RANK-BREAK
                   perform 345-DEPT-BREAK
                   perform 340-START-DEPT
                   perform 330-START-RANK
               else
                   if SR-RANK not = WS-PREV-RANK
                       perform 335-RANK-BREAK
                       perform 330-START-RANK
                   end-if
               end-if
           end-if
           if SR-BUCKET = 9
               move SR-EMPLOYEE-ID to NDL-ID
               move SR-NAME to NDL-NAME
               write RETIRE-REPORT-LINE from NODATE-DETAIL-LINE
           else
               perform 320-WRITE-ELIGIBLE
           end-if.

       320-WRITE-ELIGIBLE.
           move SR-EMPLOYEE-ID to EDL-ID
           move SR-NAME to EDL-NAME
           if SR-BUCKET = 0
               move 'NOW' to EDL-ELIGIBLE
           else
               move spaces to EDL-ELIGIBLE
               move SR-ELIG-YEAR to EDL-ELIGIBLE(1:4)
           end-if
           move SR-AGE to EDL-AGE
           move SR-SERVICE to EDL-SERVICE
           move SR-RULE to EDL-RULE
           move SR-SALARY to EDL-SALARY
           move SR-POSITION to EDL-POSITION
           if SR-POS-SAL-MAX = 0
               move spaces to EDL-POS-SAL-MIN(1:7) EDL-RANGE-DASH
                 EDL-POS-SAL-MAX(1:7)
           else
               move SR-POS-SAL-MIN to EDL-POS-SAL-MIN
               move ' - ' to EDL-RANGE-DASH
               move SR-POS-SAL-MAX to EDL-POS-SAL-MAX
           end-if
           move SR-POS-NOTE to EDL-POS-NOTE
           write RETIRE-REPORT-LINE from ELIGIBLE-DETAIL-LINE
           compute WS-COL = SR-BUCKET + 1
           perform varying WS-LVL from 1 by 1 until WS-LVL > 3
               add 1 to WS-SUM-COUNT(WS-LVL, WS-COL)
               add SR-SALARY to WS-SUM-SALARY(WS-LVL, WS-COL)
           end-perform.

       330-START-RANK.
           move SR-RANK to WS-PREV-RANK
           move SR-RANK to HRL-RANK
           write RETIRE-REPORT-LINE from HL-RANK-LINE.

       335-RANK-BREAK.
           move 1 to WS-LVL
           move spaces to SHL-TITLE
           string '  RANK ' WS-PREV-RANK ' TOTAL' delimited by size
             into SHL-TITLE
           end-string
           perform 350-PRINT-SUMMARY.

       340-START-DEPT.
           move SR-DEPT to WS-PREV-DEPT
           move spaces to RETIRE-REPORT-LINE
           write RETIRE-REPORT-LINE
           move SR-DEPT to HDL-DEPT
           write RETIRE-REPORT-LINE from HL-DEPT-LINE.

       345-DEPT-BREAK.
           move 2 to WS-LVL
           move spaces to SHL-TITLE
           string 'DEPT ' WS-PREV-DEPT ' TOTAL' delimited by size
             into SHL-TITLE
           end-string
           perform 350-PRINT-SUMMARY.

       *> eligible heads and salary dollars by plan year for one
       *> level, which is then cleared for the next group
       350-PRINT-SUMMARY.
           perform varying WS-COL from 1 by 1 until WS-COL > 6
               move WS-SUM-COUNT(WS-LVL, WS-COL) to SCL-COUNT(WS-COL)
               move WS-SUM-SALARY(WS-LVL, WS-COL)
                 to SSL-SALARY(WS-COL)
               move zeros to WS-SUM-COUNT(WS-LVL, WS-COL)
                 WS-SUM-SALARY(WS-LVL, WS-COL)
           end-perform
           write RETIRE-REPORT-LINE from SUMMARY-HEAD-LINE
           write RETIRE-REPORT-LINE from SUMMARY-COUNT-LINE
           write RETIRE-REPORT-LINE from SUMMARY-SALARY-LINE.
       end program RetireProj.
