       'CH5PROPOSALSCTL'
       organization is line sequential.

       *> permanent salary history - every applied raise, promotion
       *> and leave change, appended, never rewritten
       select optional salary-history-file
       assign to 'CH5SALHISTORY'
       organization is line sequential.

       data division.
       file section.

         05 PRO-DEPT pic x(4).
         05 PRO-RANK-PCT pic 9v999.
         05 PRO-STEP-PCT pic 9v999.
         05 PRO-BASE-AMT pic 9(6)v99.
         05 PRO-MERIT-AMT pic 9(6)v99.
         05 PRO-EVAL-RATING pic 9(1).

       fd salary-history-file recording mode is f.
       01 SALARY-HISTORY-REC.
         05 HST-EMPLOYEE-ID pic x(3).
         05 filler pic x(1) value space.
         05 HST-EFF-DATE pic 9(8).
         05 filler pic x(1) value space.
         05 HST-ACTION pic x(1).
         05 filler pic x(1) value space.
         05 HST-OLD-RANK pic x(2).
         05 filler pic x(1) value space.
         05 HST-NEW-RANK pic x(2).
         05 filler pic x(1) value space.
         05 HST-OLD-SALARY pic 9(7)v99.
         05 filler pic x(1) value space.
         05 HST-NEW-SALARY pic 9(7)v99.
         05 filler pic x(1) value space.
         05 HST-OLD-LEAVE pic x(1).
         05 filler pic x(1) value space.
         05 HST-NEW-LEAVE pic x(1).
         05 filler pic x(1) value space.
         05 HST-SOURCE pic x(8).

       fd approval-file recording mode is f.
       01 APPROVAL-REC.
         05 WS-DENIED-COUNT pic 9(3) VALUE ZEROS.
         05 WS-PENDING-COUNT pic 9(3) VALUE ZEROS.

       *> applied raises are dated the day the apply pass runs
       01 WS-RUN-DATE pic 9(8) VALUE ZEROS.

       01 WS-APPROVAL-TABLE.
         05 WS-APP-COUNT pic 9(3) VALUE ZEROS.
         05 WS-APP-ENTRY OCCURS 500 TIMES.
       100-MAIN-MODULE.
           perform 103-VERIFY-PROPOSAL-CONTROL
           perform 105-LOAD-APPROVALS
           move function current-date(1:8) to WS-RUN-DATE
           open input proposal-file
             output faculty-master-out-file
             output approval-status-file
             extend salary-history-file
           write APPROVAL-STATUS-LINE from HL-STATUS-HEADER
           perform until are-there-more-records = 'NO '
               read proposal-file
           move WS-PENDING-COUNT to STL-PENDING
           write APPROVAL-STATUS-LINE from STATUS-TOTAL-LINE
           close proposal-file faculty-master-out-file
             approval-status-file salary-history-file
           stop run.

       103-VERIFY-PROPOSAL-CONTROL.
               when WS-APP-ACTION(WS-APP-FOUND-SUB) = 'A'
                   move PRO-NEW-SALARY to FMO-NEW-SALARY
                   add 1 to WS-APPROVED-COUNT
                   move spaces to SALARY-HISTORY-REC
                   move 'R' to HST-ACTION
                   perform 220-WRITE-HISTORY
               when WS-APP-ACTION(WS-APP-FOUND-SUB) = 'M'
                   add PRO-OLD-SALARY, WS-APP-AMT(WS-APP-FOUND-SUB)
                     giving FMO-NEW-SALARY
                   add 1 to WS-MODIFIED-COUNT
                   move spaces to SALARY-HISTORY-REC
                   move 'M' to HST-ACTION
                   perform 220-WRITE-HISTORY
               when other
                   move PRO-OLD-SALARY to FMO-NEW-SALARY
                   add 1 to WS-DENIED-COUNT
           move PRO-RAISE-AMT to SDL-RAISE
           write APPROVAL-STATUS-LINE from STATUS-DETAIL-LINE.

       *> R - raise applied as proposed, M - amount modified by the
       *> Provost's office; rank does not change on a raise
       220-WRITE-HISTORY.
           move PRO-EMPLOYEE-ID to HST-EMPLOYEE-ID
           move WS-RUN-DATE to HST-EFF-DATE
           move PRO-RANK to HST-OLD-RANK HST-NEW-RANK
           move PRO-OLD-SALARY to HST-OLD-SALARY
           move FMO-NEW-SALARY to HST-NEW-SALARY
           move spaces to HST-OLD-LEAVE HST-NEW-LEAVE
           move 'PROVOST' to HST-SOURCE
           write SALARY-HISTORY-REC.

       end program RaiseApply.
