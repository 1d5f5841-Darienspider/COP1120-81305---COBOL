       identification division.
       program-id. SalHist.
       author. Shadarien Williams.

       environment division.
       configuration section.

       input-output section.
       file-control.
       *> permanent salary history appended by RaiseApply,
       *> PromoTrans and TenureMaint
       select salary-history-file
       assign to 'CH5SALHISTORY'
       organization is line sequential.

       *> optional inquiry - one faculty id, an as-of date, or both;
       *> no record prints every career in full
       select optional inquiry-file
       assign to 'CH5HISTINQ'
       organization is line sequential.

       select sort-work-file
       assign to 'CH5SORTWORK'.

       select history-report-file
       assign to 'CH5SALHISTRPT'
       organization is line sequential.

       data division.
       file section.

       fd salary-history-file recording mode is f.
       01 SALARY-HISTORY-REC pic x(53).

       fd inquiry-file recording mode is f.
       01 INQUIRY-REC.
         05 INQ-EMPLOYEE-ID pic x(3).
         05 INQ-AS-OF-DATE pic x(8).

       sd sort-work-file.
       01 SR-HISTORY-REC.
         05 SR-EMPLOYEE-ID pic x(3).
         05 filler pic x(1).
         05 SR-EFF-DATE pic 9(8).
         05 filler pic x(1).
         05 SR-ACTION pic x(1).
           88 SR-RAISE value 'R'.
           88 SR-MODIFIED-RAISE value 'M'.
           88 SR-PROMOTION value 'P'.
           88 SR-LEAVE-CHANGE value 'L'.
           88 SR-TENURE-GRANT value 'T'.
         05 filler pic x(1).
         05 SR-OLD-RANK pic x(2).
         05 filler pic x(1).
         05 SR-NEW-RANK pic x(2).
         05 filler pic x(1).
         05 SR-OLD-SALARY pic 9(7)v99.
         05 filler pic x(1).
         05 SR-NEW-SALARY pic 9(7)v99.
         05 filler pic x(1).
         05 SR-OLD-LEAVE pic x(1).
         05 filler pic x(1).
         05 SR-NEW-LEAVE pic x(1).
         05 filler pic x(1).
         05 SR-SOURCE pic x(8).

       fd history-report-file recording mode is f.
       01 HISTORY-REPORT-LINE pic x(80).

       working-storage section.
       01 WS-WORK-AREAS.
         05 ARE-THERE-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-FIRST-RECORD pic x(3) VALUE 'YES'.
         05 WS-READ-COUNT pic 9(5) VALUE ZEROS.
         05 WS-PERSON-COUNT pic 9(4) VALUE ZEROS.

       01 WS-INQ-EMPLOYEE-ID pic x(3) VALUE SPACES.
       01 WS-INQ-AS-OF-DATE pic 9(8) VALUE ZEROS.
       01 WS-AS-OF-SW pic x(3) VALUE 'NO '.
         88 WS-AS-OF-INQUIRY VALUE 'YES'.

       *> one person's history, held across the control break
       01 WS-PERSON-AREAS.
         05 WS-PREV-ID pic x(3) VALUE SPACES.
         05 WS-PER-CHANGES pic 9(3) VALUE ZEROS.
         05 WS-PER-BASE-SALARY pic 9(7)v99 VALUE ZEROS.
         05 WS-PER-BASE-RANK pic x(2) VALUE SPACES.
         05 WS-PER-FIRST-DATE pic 9(8) VALUE ZEROS.
         05 WS-PER-CURR-SALARY pic 9(7)v99 VALUE ZEROS.
         05 WS-PER-ASOF-SALARY pic 9(7)v99 VALUE ZEROS.
         05 WS-PER-ASOF-RANK pic x(2) VALUE SPACES.
         05 WS-PER-ASOF-DATE pic 9(8) VALUE ZEROS.
       01 WS-GROWTH-PCT pic s9(4)v99 VALUE ZEROS.

       01 HL-CAREER-HEADER.
         05 FILLER pic x(45) VALUE
           'FACULTY SALARY HISTORY - CAREER PROGRESSION'.
         05 FILLER pic x(35) VALUE SPACES.

       01 HL-CAREER-COLUMNS.
         05 pic x(5) VALUE 'ID'.
         05 pic x(10) VALUE 'EFFECTIVE'.
         05 pic x(12) VALUE 'ACTION'.
         05 pic x(8) VALUE 'RANK'.
         05 pic x(14) VALUE '   OLD SALARY'.
         05 pic x(15) VALUE '   NEW SALARY'.
         05 pic x(8) VALUE 'SOURCE'.
         05 pic x(8) VALUE '  CUM %'.

       01 CAREER-DETAIL-LINE.
         05 CDL-ID pic x(3).
         05 FILLER pic x(2) VALUE SPACES.
         05 CDL-EFF-DATE pic 9(8).
         05 FILLER pic x(2) VALUE SPACES.
         05 CDL-ACTION pic x(10).
         05 FILLER pic x(2) VALUE SPACES.
         05 CDL-OLD-RANK pic x(2).
         05 FILLER pic x(2) VALUE '->'.
         05 CDL-NEW-RANK pic x(2).
         05 FILLER pic x(2) VALUE SPACES.
         05 CDL-OLD-SALARY pic $$,$$$,$$9.99.
         05 FILLER pic x(1) VALUE SPACE.
         05 CDL-NEW-SALARY pic $$,$$$,$$9.99.
         05 FILLER pic x(2) VALUE SPACES.
         05 CDL-SOURCE pic x(8).
         05 FILLER pic x(1) VALUE SPACE.
         05 CDL-GROWTH pic ---9.99.

       01 CAREER-TOTAL-LINE.
         05 FILLER pic x(5) VALUE SPACES.
         05 FILLER pic x(9) VALUE 'CHANGES: '.
         05 CTL-CHANGES pic ZZ9.
         05 FILLER pic x(9) VALUE '  FROM: '.
         05 CTL-BASE-SALARY pic $$,$$$,$$9.99.
         05 FILLER pic x(6) VALUE '  TO: '.
         05 CTL-CURR-SALARY pic $$,$$$,$$9.99.
         05 FILLER pic x(10) VALUE '  GROWTH: '.
         05 CTL-GROWTH pic ---9.99.
         05 FILLER pic x(1) VALUE '%'.
         05 FILLER pic x(4) VALUE SPACES.

       01 HL-ASOF-HEADER.
         05 FILLER pic x(23) VALUE 'SALARY IN EFFECT AS OF '.
         05 HAS-AS-OF-DATE pic 9(8).
         05 FILLER pic x(49) VALUE SPACES.

       01 HL-ASOF-COLUMNS.
         05 pic x(5) VALUE 'ID'.
         05 pic x(6) VALUE 'RANK'.
         05 pic x(16) VALUE '       SALARY'.
         05 pic x(53) VALUE 'IN EFFECT'.

       01 ASOF-DETAIL-LINE.
         05 ADL-ID pic x(3).
         05 FILLER pic x(2) VALUE SPACES.
         05 ADL-RANK pic x(2).
         05 FILLER pic x(4) VALUE SPACES.
         05 ADL-SALARY pic $$,$$$,$$9.99.
         05 FILLER pic x(3) VALUE SPACES.
         05 ADL-BASIS pic x(7).
         05 FILLER pic x(1) VALUE SPACE.
         05 ADL-BASIS-DATE pic 9(8).
         05 FILLER pic x(37) VALUE SPACES.

       01 HL-NO-HISTORY-LINE.
         05 FILLER pic x(30) VALUE 'NO SALARY HISTORY ON FILE FOR '.
         05 NHL-ID pic x(3).
         05 FILLER pic x(47) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           perform 105-READ-INQUIRY
           open output history-report-file
           if WS-AS-OF-INQUIRY
               move WS-INQ-AS-OF-DATE to HAS-AS-OF-DATE
               write HISTORY-REPORT-LINE from HL-ASOF-HEADER
               write HISTORY-REPORT-LINE from HL-ASOF-COLUMNS
           else
               write HISTORY-REPORT-LINE from HL-CAREER-HEADER
               write HISTORY-REPORT-LINE from HL-CAREER-COLUMNS
           end-if
           sort sort-work-file on ascending key SR-EMPLOYEE-ID
             on ascending key SR-EFF-DATE
             with duplicates in order
             using salary-history-file
             output procedure is 200-SORTED-OUTPUT-PROCEDURE
           if WS-PERSON-COUNT = 0 and WS-INQ-EMPLOYEE-ID not = spaces
               move WS-INQ-EMPLOYEE-ID to NHL-ID
               write HISTORY-REPORT-LINE from HL-NO-HISTORY-LINE
           end-if
           close history-report-file
           display 'SALARY HISTORY - RECORDS READ: ' WS-READ-COUNT
             ' FACULTY LISTED: ' WS-PERSON-COUNT
           stop run.

       *> an as-of date turns the run into the audit question - rank
       *> and salary in effect on that date rather than full careers
       105-READ-INQUIRY.
           open input inquiry-file
           read inquiry-file
               at end
                   continue
               not at end
                   move INQ-EMPLOYEE-ID to WS-INQ-EMPLOYEE-ID
                   if INQ-AS-OF-DATE numeric
                     and INQ-AS-OF-DATE > '00000000'
                       move INQ-AS-OF-DATE to WS-INQ-AS-OF-DATE
                       set WS-AS-OF-INQUIRY to true
                   end-if
           end-read
           close inquiry-file.

       200-SORTED-OUTPUT-PROCEDURE.
           perform until are-there-more-records = 'NO '
               return sort-work-file
                   at end
                       move 'NO ' to are-there-more-records
                       if WS-FIRST-RECORD = 'NO '
                           perform 260-PERSON-BREAK
                       end-if
                   not at end
                       add 1 to WS-READ-COUNT
                       if WS-INQ-EMPLOYEE-ID = spaces
                         or SR-EMPLOYEE-ID = WS-INQ-EMPLOYEE-ID
                           perform 210-HISTORY-RTN
                       end-if
               end-return
           end-perform.

       210-HISTORY-RTN.
           if WS-FIRST-RECORD = 'YES'
               move 'NO ' to WS-FIRST-RECORD
               perform 250-START-PERSON
           else
               if SR-EMPLOYEE-ID not = WS-PREV-ID
                   perform 260-PERSON-BREAK
                   perform 250-START-PERSON
               end-if
           end-if
           add 1 to WS-PER-CHANGES
           move SR-NEW-SALARY to WS-PER-CURR-SALARY
           if WS-AS-OF-INQUIRY
               if SR-EFF-DATE <= WS-INQ-AS-OF-DATE
                   move SR-NEW-SALARY to WS-PER-ASOF-SALARY
                   move SR-NEW-RANK to WS-PER-ASOF-RANK
                   move SR-EFF-DATE to WS-PER-ASOF-DATE
               end-if
           else
               perform 220-CAREER-LINE
           end-if.

       *> the salary before the first recorded change is the base the
       *> cumulative growth is measured from, and is what was in
       *> effect on any date ahead of that change
       250-START-PERSON.
           move SR-EMPLOYEE-ID to WS-PREV-ID
           move zeros to WS-PER-CHANGES WS-PER-ASOF-DATE
           move SR-OLD-SALARY to WS-PER-BASE-SALARY WS-PER-ASOF-SALARY
           move SR-OLD-RANK to WS-PER-BASE-RANK WS-PER-ASOF-RANK
           move SR-EFF-DATE to WS-PER-FIRST-DATE
           add 1 to WS-PERSON-COUNT.

       220-CAREER-LINE.
           move SR-EMPLOYEE-ID to CDL-ID
           move SR-EFF-DATE to CDL-EFF-DATE
           evaluate true
               when SR-RAISE
                   move 'RAISE' to CDL-ACTION
               when SR-MODIFIED-RAISE
                   move 'RAISE MOD' to CDL-ACTION
               when SR-PROMOTION
                   move 'PROMOTION' to CDL-ACTION
               when SR-TENURE-GRANT
                   move 'TENURED' to CDL-ACTION
               when SR-LEAVE-CHANGE
                   move 'LEAVE  > ' to CDL-ACTION
                   move SR-OLD-LEAVE to CDL-ACTION(7:1)
                   move SR-NEW-LEAVE to CDL-ACTION(9:1)
               when other
                   move SR-ACTION to CDL-ACTION
           end-evaluate
           move SR-OLD-RANK to CDL-OLD-RANK
           move SR-NEW-RANK to CDL-NEW-RANK
           move SR-OLD-SALARY to CDL-OLD-SALARY
           move SR-NEW-SALARY to CDL-NEW-SALARY
           move SR-SOURCE to CDL-SOURCE
           perform 230-GROWTH-PCT
           move WS-GROWTH-PCT to CDL-GROWTH
           write HISTORY-REPORT-LINE from CAREER-DETAIL-LINE.

       230-GROWTH-PCT.
           move zeros to WS-GROWTH-PCT
           if WS-PER-BASE-SALARY > 0
               compute WS-GROWTH-PCT rounded =
                 (WS-PER-CURR-SALARY - WS-PER-BASE-SALARY) * 100 /
                 WS-PER-BASE-SALARY
           end-if.

       260-PERSON-BREAK.
           if WS-AS-OF-INQUIRY
               move WS-PREV-ID to ADL-ID
               move WS-PER-ASOF-RANK to ADL-RANK
               move WS-PER-ASOF-SALARY to ADL-SALARY
               if WS-PER-ASOF-DATE = 0
                   move 'BEFORE' to ADL-BASIS
                   move WS-PER-FIRST-DATE to ADL-BASIS-DATE
               else
                   move 'SINCE' to ADL-BASIS
                   move WS-PER-ASOF-DATE to ADL-BASIS-DATE
               end-if
               write HISTORY-REPORT-LINE from ASOF-DETAIL-LINE
           else
               perform 230-GROWTH-PCT
               move WS-PER-CHANGES to CTL-CHANGES
               move WS-PER-BASE-SALARY to CTL-BASE-SALARY
               move WS-PER-CURR-SALARY to CTL-CURR-SALARY
               move WS-GROWTH-PCT to CTL-GROWTH
               write HISTORY-REPORT-LINE from CAREER-TOTAL-LINE
               move spaces to HISTORY-REPORT-LINE
               write HISTORY-REPORT-LINE
           end-if.
       end program SalHist.
