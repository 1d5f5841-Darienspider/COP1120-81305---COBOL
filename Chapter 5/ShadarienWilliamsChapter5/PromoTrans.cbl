       input-output section.
       file-control.
       *> spring rank changes with effective dates - replaces hand
       *> edits of CH5PP.dat before the raise run.  a transaction may
       *> instead (or also) change the leave status
       select promo-trans-file
       assign to 'CH5PROMOTRANS'
       organization is line sequential.
       assign to 'CHOPERATORS'
       organization is line sequential.

       *> permanent salary history - every applied raise, promotion
       *> and leave change, appended, never rewritten
       select optional salary-history-file
       assign to 'CH5SALHISTORY'
       organization is line sequential.

       data division.
       file section.

         05 PRT-EMPLOYEE-ID pic x(3).
         05 PRT-NEW-RANK pic x(2).
         05 PRT-EFF-DATE pic 9(8).
       *> blank - no leave change; A active, S sabbatical, U unpaid
         05 PRT-NEW-LEAVE pic x(1).
           88 PRT-VALID-LEAVE values ' ', 'A', 'S', 'U'.

       fd in-fac-file.
       01 FACULTY.
         05 IN-EMP-HIRE-DATE pic 9(8).
         05 IN-EMP-POSITION pic x(5).
         05 IN-EMP-LEAVE-STATUS pic x(1).
         05 IN-EMP-BIRTH-DATE pic 9(8).

       fd rates-file.
       01 RATES-REC.
         05 FUP-HIRE-DATE pic 9(8).
         05 FUP-POSITION pic x(5).
         05 FUP-LEAVE-STATUS pic x(1).
         05 FUP-BIRTH-DATE pic 9(8).

       fd promo-audit-file recording mode is f.
       01 PROMO-AUDIT-REC.
         05 PAU-EFF-DATE pic 9(8).
         05 filler pic x(1) value space.
         05 PAU-OPERATOR-ID pic x(8).
         05 filler pic x(1) value space.
         05 PAU-OLD-LEAVE pic x(1).
         05 filler pic x(1) value space.
         05 PAU-NEW-LEAVE pic x(1).

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

       fd operator-id-file recording mode is f.
       01 OPERATOR-ID-REC.
           10 WS-PROMO-ID pic x(3).
           10 WS-PROMO-RANK pic x(2).
           10 WS-PROMO-DATE pic 9(8).
           10 WS-PROMO-LEAVE pic x(1).
           10 WS-PROMO-USED pic x(1).
       01 WS-PROMO-SUB pic 9(3) VALUE ZEROS.
       01 WS-PROMO-FOUND-SUB pic 9(3) VALUE ZEROS.
           open input in-fac-file
             output faculty-upd-file
             output promo-audit-file
             extend salary-history-file
           perform until are-there-more-records = 'NO '
               read in-fac-file
                   at end
               end-read
           end-perform
           close in-fac-file faculty-upd-file promo-audit-file
             salary-history-file
           perform 300-REJECT-UNMATCHED
           display 'PROMOTIONS APPLIED: ' WS-APPLIED-COUNT
             ' REJECTED: ' WS-REJECT-COUNT
           close promo-trans-file.

       115-EDIT-PROMO-TRANS.
           move spaces to PROMO-REJECT-REC
           if PRT-NEW-RANK = spaces
               set WS-RANK-FOUND to TRUE
           else
               perform 120-FIND-RANK
           end-if
           evaluate true
               when PRT-NEW-RANK = spaces and PRT-NEW-LEAVE = spaces
                   move 'NO CHANGE ON TRANSACTION' to PRJ-REASON
               when not WS-RANK-FOUND
                   move 'UNRECOGNIZED RANK CODE' to PRJ-REASON
               when not PRT-VALID-LEAVE
                   move 'INVALID LEAVE STATUS' to PRJ-REASON
               when other
                   add 1 to WS-PROMO-COUNT
                   move PRT-EMPLOYEE-ID to WS-PROMO-ID(WS-PROMO-COUNT)
                   move PRT-NEW-RANK to WS-PROMO-RANK(WS-PROMO-COUNT)
                   move PRT-EFF-DATE to WS-PROMO-DATE(WS-PROMO-COUNT)
                   move PRT-NEW-LEAVE to WS-PROMO-LEAVE(WS-PROMO-COUNT)
                   move 'N' to WS-PROMO-USED(WS-PROMO-COUNT)
           end-evaluate
           if PRJ-REASON not = spaces
               move PRT-EMPLOYEE-ID to PRJ-EMPLOYEE-ID
               move PRT-NEW-RANK to PRJ-RANK
               write PROMO-REJECT-REC
               add 1 to WS-REJECT-COUNT
           end-if.
           move IN-EMP-HIRE-DATE to FUP-HIRE-DATE
           move IN-EMP-POSITION to FUP-POSITION
           move IN-EMP-LEAVE-STATUS to FUP-LEAVE-STATUS
           move IN-EMP-BIRTH-DATE to FUP-BIRTH-DATE
           move IN-EMP-RANK to FUP-RANK
           if WS-PROMO-FOUND
               move 'Y' to WS-PROMO-USED(WS-PROMO-FOUND-SUB)
               if WS-PROMO-RANK(WS-PROMO-FOUND-SUB) not = spaces
                   move WS-PROMO-RANK(WS-PROMO-FOUND-SUB) to FUP-RANK
               end-if
               if WS-PROMO-LEAVE(WS-PROMO-FOUND-SUB) not = spaces
                   move WS-PROMO-LEAVE(WS-PROMO-FOUND-SUB)
                     to FUP-LEAVE-STATUS
               end-if
               move spaces to PROMO-AUDIT-REC
               move IN-EMPLOYEE-ID to PAU-EMPLOYEE-ID
               move IN-EMP-RANK to PAU-OLD-RANK
               move FUP-RANK to PAU-NEW-RANK
               move WS-PROMO-DATE(WS-PROMO-FOUND-SUB) to PAU-EFF-DATE
               move WS-OPERATOR-ID to PAU-OPERATOR-ID
               move IN-EMP-LEAVE-STATUS to PAU-OLD-LEAVE
               move FUP-LEAVE-STATUS to PAU-NEW-LEAVE
               write PROMO-AUDIT-REC
               perform 210-WRITE-HISTORY
               add 1 to WS-APPLIED-COUNT
           end-if
           write FACULTY-UPD-REC.

       *> P - rank changed (leave may have changed with it), L - leave
       *> status change only; salary is not touched here
       210-WRITE-HISTORY.
           move spaces to SALARY-HISTORY-REC
           move IN-EMPLOYEE-ID to HST-EMPLOYEE-ID
           move WS-PROMO-DATE(WS-PROMO-FOUND-SUB) to HST-EFF-DATE
           if FUP-RANK not = IN-EMP-RANK
               move 'P' to HST-ACTION
           else
               move 'L' to HST-ACTION
           end-if
           move IN-EMP-RANK to HST-OLD-RANK
           move FUP-RANK to HST-NEW-RANK
           move IN-EMP-SALARY to HST-OLD-SALARY HST-NEW-SALARY
           move IN-EMP-LEAVE-STATUS to HST-OLD-LEAVE
           move FUP-LEAVE-STATUS to HST-NEW-LEAVE
           move WS-OPERATOR-ID to HST-SOURCE
           write SALARY-HISTORY-REC.

       *> promotions never matched to a faculty record are keying
       *> errors - list them instead of losing them
       300-REJECT-UNMATCHED.
