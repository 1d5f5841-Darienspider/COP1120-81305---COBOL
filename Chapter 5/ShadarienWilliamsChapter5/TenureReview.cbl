       identification division.
       program-id. TenureReview.
       author. Shadarien Williams.

       environment division.
       configuration section.

       input-output section.
       file-control.
       select tenure-file
       assign to 'CH5TENURE'
       organization is line sequential.

       select in-fac-file
       assign to 'CH5PP'
       organization is line sequential.

       select sort-work-file
       assign to 'CH5SORTWORK'.

       *> monthly list of reviews and contract ends coming due, by
       *> department, with missed renewal-notice deadlines flagged
       select tenure-report-file
       assign to 'CH5TENUREREPORT'
       organization is line sequential.

       data division.
       file section.

       fd tenure-file.
       01 TENURE-REC.
         05 TEN-EMPLOYEE-ID pic x(3).
         05 TEN-STATUS pic x(1).
           88 TEN-TENURED value 'T'.
         05 TEN-PROBATION-START pic 9(8).
         05 TEN-NEXT-REVIEW pic 9(8).
         05 TEN-CONTRACT-END pic 9(8).
         05 TEN-NOTICE-DAYS pic 9(3).
         05 TEN-DECISION pic x(1).
         05 TEN-DECISION-DATE pic 9(8).
         05 TEN-TENURE-DATE pic 9(8).

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

       sd sort-work-file.
       01 SR-DUE-REC.
         05 SR-DEPT pic x(4).
         05 SR-DUE-DATE pic 9(8).
         05 SR-EMPLOYEE-ID pic x(3).
         05 SR-NAME pic x(22).
         05 SR-STATUS pic x(1).
         05 SR-ITEM pic x(12).
         05 SR-DAYS pic s9(5).
         05 SR-NOTICE-FLAG pic x(1).
         05 SR-NOTICE-DATE pic 9(8).

       fd tenure-report-file recording mode is f.
       01 TENURE-REPORT-LINE pic x(80).

       working-storage section.
       01 WS-WORK-AREAS.
         05 ARE-THERE-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-FAC-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-SORT-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-FIRST-RECORD pic x(3) VALUE 'YES'.
         05 WS-DUE-COUNT pic 9(4) VALUE ZEROS.
         05 WS-FLAG-COUNT pic 9(4) VALUE ZEROS.

       01 WS-FACULTY-TABLE.
         05 WS-FAC-COUNT pic 9(3) VALUE ZEROS.
         05 WS-FAC-ENTRY OCCURS 500 TIMES.
           10 WS-FAC-ID pic x(3).
           10 WS-FAC-LAST pic x(20).
           10 WS-FAC-FIRST pic x(10).
           10 WS-FAC-DEPT pic x(4).
       01 WS-FAC-SUB pic 9(3) VALUE ZEROS.
       01 WS-FAC-FOUND-SUB pic 9(3) VALUE ZEROS.

       *> day numbers for the look-ahead windows
       01 WS-RUN-DATE pic 9(8) VALUE ZEROS.
       01 WS-TODAY-DAYNO pic 9(7) VALUE ZEROS.
       01 WS-DUE-DAYNO pic 9(7) VALUE ZEROS.
       01 WS-NOTICE-DAYNO pic 9(7) VALUE ZEROS.
       01 WS-DATE-WORK pic 9(8) VALUE ZEROS.
       01 WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
         05 WS-DW-YYYY pic 9(4).
         05 WS-DW-MM pic 9(2).
         05 WS-DW-DD pic 9(2).
       01 WS-DW-DAYS-LEFT pic 9(3) VALUE ZEROS.
       01 WS-DW-QUOTIENT pic 9(4) VALUE ZEROS.
       01 WS-DW-REMAINDER pic 9(1) VALUE ZEROS.
       01 WS-MONTH-DAYS-TABLE VALUE '312831303130313130313031'.
         05 WS-MONTH-DAYS OCCURS 12 TIMES pic 9(2).
       01 WS-DAYS-OUT pic s9(5) VALUE ZEROS.
       01 WS-WINDOW-DAYS pic 9(3) VALUE 180.
       01 WS-NEAR-WINDOW-DAYS pic 9(3) VALUE 090.

       01 WS-PREV-DEPT pic x(4) VALUE SPACES.
       01 WS-DEPT-DUE-COUNT pic 9(3) VALUE ZEROS.

       01 HL-TENURE-HEADER-1.
         05 FILLER pic x(39) VALUE
           'TENURE REVIEWS AND CONTRACT ENDS DUE - '.
         05 HTH-RUN-DATE pic 9(8).
         05 FILLER pic x(33) VALUE SPACES.

       01 HL-TENURE-HEADER-2.
         05 pic x(5) VALUE 'ID'.
         05 pic x(23) VALUE 'NAME'.
         05 pic x(4) VALUE 'ST'.
         05 pic x(13) VALUE 'DUE FOR'.
         05 pic x(10) VALUE 'DUE DATE'.
         05 pic x(7) VALUE '  DAYS'.
         05 pic x(18) VALUE 'WINDOW'.

       01 HL-DEPT-LINE.
         05 FILLER pic x(12) VALUE 'DEPARTMENT: '.
         05 HDL-DEPT pic x(4).
         05 FILLER pic x(64) VALUE SPACES.

       01 DUE-DETAIL-LINE.
         05 DDL-ID pic x(3).
         05 FILLER pic x(2) VALUE SPACES.
         05 DDL-NAME pic x(22).
         05 FILLER pic x(1) VALUE SPACE.
         05 DDL-STATUS pic x(1).
         05 FILLER pic x(3) VALUE SPACES.
         05 DDL-ITEM pic x(12).
         05 FILLER pic x(1) VALUE SPACE.
         05 DDL-DUE-DATE pic 9(8).
         05 FILLER pic x(2) VALUE SPACES.
         05 DDL-DAYS pic ----9.
         05 FILLER pic x(2) VALUE SPACES.
         05 DDL-WINDOW pic x(8).
         05 FILLER pic x(10) VALUE SPACES.

       01 NOTICE-FLAG-LINE.
         05 FILLER pic x(5) VALUE SPACES.
         05 FILLER pic x(45) VALUE
           '** NO RENEWAL DECISION - NOTICE DEADLINE WAS '.
         05 NFL-NOTICE-DATE pic 9(8).
         05 FILLER pic x(22) VALUE SPACES.

       01 DEPT-TOTAL-LINE.
         05 FILLER pic x(5) VALUE SPACES.
         05 FILLER pic x(15) VALUE 'ITEMS DUE:     '.
         05 DTL-COUNT pic ZZ9.
         05 FILLER pic x(57) VALUE SPACES.

       01 GRAND-TOTAL-LINE.
         05 FILLER pic x(16) VALUE 'TOTAL ITEMS DUE:'.
         05 GTL-DUE-COUNT pic ZZZ9.
         05 FILLER pic x(27) VALUE
           '   MISSED NOTICE DEADLINES:'.
         05 GTL-FLAG-COUNT pic ZZZ9.
         05 FILLER pic x(29) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           move function current-date(1:8) to WS-RUN-DATE
           move WS-RUN-DATE to WS-DATE-WORK
           compute WS-TODAY-DAYNO =
             WS-DW-YYYY * 365 + WS-DW-MM * 31 + WS-DW-DD
           perform 105-LOAD-FACULTY
           open output tenure-report-file
           move WS-RUN-DATE to HTH-RUN-DATE
           write TENURE-REPORT-LINE from HL-TENURE-HEADER-1
           write TENURE-REPORT-LINE from HL-TENURE-HEADER-2
           sort sort-work-file on ascending key SR-DEPT
             on ascending key SR-DUE-DATE
             on ascending key SR-EMPLOYEE-ID
             input procedure is 200-RELEASE-DUE-ITEMS
             output procedure is 300-REPORT-DUE-ITEMS
           move WS-DUE-COUNT to GTL-DUE-COUNT
           move WS-FLAG-COUNT to GTL-FLAG-COUNT
           move spaces to TENURE-REPORT-LINE
           write TENURE-REPORT-LINE
           write TENURE-REPORT-LINE from GRAND-TOTAL-LINE
           close tenure-report-file
           display 'TENURE REVIEW - ITEMS DUE: ' WS-DUE-COUNT
             ' MISSED NOTICE DEADLINES: ' WS-FLAG-COUNT
           stop run.

       105-LOAD-FACULTY.
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
                       move IN-EMP-DEPT to WS-FAC-DEPT(WS-FAC-COUNT)
               end-read
           end-perform
           close in-fac-file.

       200-RELEASE-DUE-ITEMS.
           open input tenure-file
           perform until are-there-more-records = 'NO '
               read tenure-file
                   at end
                       move 'NO ' to are-there-more-records
                   not at end
                       perform 210-CHECK-DUE-DATES
               end-read
           end-perform
           close tenure-file.

       *> a review inside 180 days is listed, or one already past
       *> until the next review date is keyed; a contract end inside
       *> 180 days is listed, or one already past while it still has
       *> no renewal decision.  tenured faculty have no contract end
       210-CHECK-DUE-DATES.
           move spaces to SR-DUE-REC
           move zeros to WS-FAC-FOUND-SUB
           perform varying WS-FAC-SUB from 1 by 1
             until WS-FAC-SUB > WS-FAC-COUNT
               if WS-FAC-ID(WS-FAC-SUB) = TEN-EMPLOYEE-ID
                   move WS-FAC-SUB to WS-FAC-FOUND-SUB
                   move WS-FAC-COUNT to WS-FAC-SUB
               end-if
           end-perform
           if WS-FAC-FOUND-SUB = 0
               move '????' to SR-DEPT
               move 'NOT ON FACULTY MASTER' to SR-NAME
           else
               move WS-FAC-DEPT(WS-FAC-FOUND-SUB) to SR-DEPT
               string WS-FAC-LAST(WS-FAC-FOUND-SUB) delimited by '  '
                 ', ' delimited by size
                 WS-FAC-FIRST(WS-FAC-FOUND-SUB) delimited by '  '
                 into SR-NAME
               end-string
           end-if
           move TEN-EMPLOYEE-ID to SR-EMPLOYEE-ID
           move TEN-STATUS to SR-STATUS
           if TEN-NEXT-REVIEW numeric and TEN-NEXT-REVIEW > 0
               move TEN-NEXT-REVIEW to WS-DATE-WORK
               compute WS-DUE-DAYNO =
                 WS-DW-YYYY * 365 + WS-DW-MM * 31 + WS-DW-DD
               compute WS-DAYS-OUT = WS-DUE-DAYNO - WS-TODAY-DAYNO
               if WS-DAYS-OUT <= WS-WINDOW-DAYS
                   move 'REVIEW' to SR-ITEM
                   move TEN-NEXT-REVIEW to SR-DUE-DATE
                   move WS-DAYS-OUT to SR-DAYS
                   move 'N' to SR-NOTICE-FLAG
                   move zeros to SR-NOTICE-DATE
                   release SR-DUE-REC
               end-if
           end-if
           if not TEN-TENURED
             and TEN-CONTRACT-END numeric and TEN-CONTRACT-END > 0
               move TEN-CONTRACT-END to WS-DATE-WORK
               compute WS-DUE-DAYNO =
                 WS-DW-YYYY * 365 + WS-DW-MM * 31 + WS-DW-DD
               compute WS-DAYS-OUT = WS-DUE-DAYNO - WS-TODAY-DAYNO
               move TEN-NOTICE-DAYS to WS-DW-DAYS-LEFT
               perform 215-SUBTRACT-CALENDAR-DAYS
               compute WS-NOTICE-DAYNO =
                 WS-DW-YYYY * 365 + WS-DW-MM * 31 + WS-DW-DD
               move 'N' to SR-NOTICE-FLAG
               move WS-DATE-WORK to SR-NOTICE-DATE
               if TEN-DECISION = space
                 and WS-TODAY-DAYNO > WS-NOTICE-DAYNO
                   move 'Y' to SR-NOTICE-FLAG
               end-if
               if (WS-DAYS-OUT >= 0 and WS-DAYS-OUT <= WS-WINDOW-DAYS)
                 or SR-NOTICE-FLAG = 'Y'
                   move 'CONTRACT END' to SR-ITEM
                   move TEN-CONTRACT-END to SR-DUE-DATE
                   move WS-DAYS-OUT to SR-DAYS
                   release SR-DUE-REC
               end-if
           end-if.

       *> steps WS-DATE-WORK back WS-DW-DAYS-LEFT calendar days
       215-SUBTRACT-CALENDAR-DAYS.
           perform until WS-DW-DAYS-LEFT = 0
               if WS-DW-DAYS-LEFT < WS-DW-DD
                   subtract WS-DW-DAYS-LEFT from WS-DW-DD
                   move zeros to WS-DW-DAYS-LEFT
               else
                   subtract WS-DW-DD from WS-DW-DAYS-LEFT
                   if WS-DW-MM = 1
                       move 12 to WS-DW-MM
                       subtract 1 from WS-DW-YYYY
                   else
                       subtract 1 from WS-DW-MM
                   end-if
                   perform 216-SET-MONTH-END
               end-if
           end-perform.

       216-SET-MONTH-END.
           move WS-MONTH-DAYS(WS-DW-MM) to WS-DW-DD
           if WS-DW-MM = 2
               divide WS-DW-YYYY by 4 giving WS-DW-QUOTIENT
                 remainder WS-DW-REMAINDER
               if WS-DW-REMAINDER = 0
                   move 29 to WS-DW-DD
               end-if
           end-if.

       300-REPORT-DUE-ITEMS.
           perform until WS-SORT-MORE-RECORDS = 'NO '
               return sort-work-file
                   at end
                       move 'NO ' to WS-SORT-MORE-RECORDS
                       if WS-FIRST-RECORD = 'NO '
                           perform 330-DEPT-BREAK
                       end-if
                   not at end
                       perform 310-DUE-ITEM-RTN
               end-return
           end-perform.

       310-DUE-ITEM-RTN.
           if WS-FIRST-RECORD = 'YES'
               move 'NO ' to WS-FIRST-RECORD
               perform 320-START-DEPT
           else
               if SR-DEPT not = WS-PREV-DEPT
                   perform 330-DEPT-BREAK
                   perform 320-START-DEPT
               end-if
           end-if
           move SR-EMPLOYEE-ID to DDL-ID
           move SR-NAME to DDL-NAME
           move SR-STATUS to DDL-STATUS
           move SR-ITEM to DDL-ITEM
           move SR-DUE-DATE to DDL-DUE-DATE
           move SR-DAYS to DDL-DAYS
           evaluate true
               when SR-DAYS < 0
                   move 'PAST DUE' to DDL-WINDOW
               when SR-DAYS <= WS-NEAR-WINDOW-DAYS
                   move '90 DAYS' to DDL-WINDOW
               when SR-DAYS <= WS-WINDOW-DAYS
                   move '180 DAYS' to DDL-WINDOW
               when other
                   move spaces to DDL-WINDOW
           end-evaluate
           write TENURE-REPORT-LINE from DUE-DETAIL-LINE
           add 1 to WS-DUE-COUNT WS-DEPT-DUE-COUNT
           if SR-NOTICE-FLAG = 'Y'
               move SR-NOTICE-DATE to NFL-NOTICE-DATE
               write TENURE-REPORT-LINE from NOTICE-FLAG-LINE
               add 1 to WS-FLAG-COUNT
           end-if.

       320-START-DEPT.
           move SR-DEPT to WS-PREV-DEPT
           move zeros to WS-DEPT-DUE-COUNT
           move spaces to TENURE-REPORT-LINE
           write TENURE-REPORT-LINE
           move SR-DEPT to HDL-DEPT
           write TENURE-REPORT-LINE from HL-DEPT-LINE.

       330-DEPT-BREAK.
           move WS-DEPT-DUE-COUNT to DTL-COUNT
           write TENURE-REPORT-LINE from DEPT-TOTAL-LINE.
       end program TenureReview.
