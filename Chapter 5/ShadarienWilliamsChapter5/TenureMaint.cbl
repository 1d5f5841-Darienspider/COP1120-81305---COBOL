       identification division.
       program-id. TenureMaint.
       author. Shadarien Williams.

       environment division.
       configuration section.

       input-output section.
       file-control.
       *> tenure and contract changes from the Provost's office -
       *> adds, date changes, tenure grants and renewal decisions
       select tenure-trans-file
       assign to 'CH5TENURETRANS'
       organization is line sequential.

       *> tenure status and contract dates, one per faculty member
       select optional tenure-file
       assign to 'CH5TENURE'
       organization is line sequential.

       *> ids are proven against the faculty master; rank and salary
       *> for the history record come from here too
       select in-fac-file
       assign to 'CH5PP'
       organization is line sequential.

       *> tenure file with the transactions applied - operations
       *> copies this over CH5TENURE after the run
       select tenure-upd-file
       assign to 'CH5TENUREUPD'
       organization is line sequential.

       select tenure-audit-file
       assign to 'CH5TENUREAUDIT'
       organization is line sequential.

       select tenure-rejects-file
       assign to 'CH5TENUREREJECTS'
       organization is line sequential.

       *> a tenure grant is a career event - it goes on the
       *> permanent salary history with the raises and promotions
       select optional salary-history-file
       assign to 'CH5SALHISTORY'
       organization is line sequential.

       select optional operator-id-file
       assign to 'CHOPERATOR'
       organization is line sequential.

       select optional operator-auth-file
       assign to 'CHOPERATORS'
       organization is line sequential.

       data division.
       file section.

       fd tenure-trans-file recording mode is f.
       01 TENURE-TRANS-REC.
         05 TTR-EMPLOYEE-ID pic x(3).
         05 TTR-ACTION pic x(1).
           88 TTR-ADD value 'A'.
           88 TTR-CHANGE value 'C'.
           88 TTR-GRANT value 'G'.
           88 TTR-DECISION-ENTRY value 'D'.
         05 TTR-STATUS pic x(1).
         05 TTR-PROBATION-START pic 9(8).
         05 TTR-NEXT-REVIEW pic 9(8).
         05 TTR-CONTRACT-END pic 9(8).
         05 TTR-NOTICE-DAYS pic 9(3).
         05 TTR-DECISION pic x(1).
         05 TTR-EFF-DATE pic 9(8).

       fd tenure-file.
       01 TENURE-REC.
         05 TEN-EMPLOYEE-ID pic x(3).
         05 TEN-DATA pic x(45).

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

       fd tenure-upd-file recording mode is f.
       01 TENURE-UPD-REC pic x(48).

       fd tenure-audit-file recording mode is f.
       01 TENURE-AUDIT-REC.
         05 TAU-EMPLOYEE-ID pic x(3).
         05 filler pic x(1).
         05 TAU-ACTION pic x(1).
         05 filler pic x(1).
         05 TAU-OPERATOR-ID pic x(8).
         05 filler pic x(1).
         05 TAU-BEFORE pic x(48).
         05 filler pic x(1).
         05 TAU-AFTER pic x(48).

       fd tenure-rejects-file recording mode is f.
       01 TENURE-REJECT-REC.
         05 TRJ-EMPLOYEE-ID pic x(3).
         05 filler pic x(2).
         05 TRJ-ACTION pic x(1).
         05 filler pic x(2).
         05 TRJ-REASON pic x(25).

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
         05 OP-ID-IN pic x(8).

       fd operator-auth-file recording mode is f.
       01 OPERATOR-AUTH-REC.
         05 OPR-ID pic x(8).
         05 filler pic x(1).
         05 OPR-PROGRAM pic x(8).
         05 filler pic x(1).
         05 OPR-ACTIONS pic x(4).

       working-storage section.
       01 WS-WORK-AREAS.
         05 ARE-THERE-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-TEN-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-FAC-MORE-RECORDS pic x(3) VALUE 'YES'.
         05 WS-APPLIED-COUNT pic 9(4) VALUE ZEROS.
         05 WS-REJECT-COUNT pic 9(4) VALUE ZEROS.
         05 WS-GRANT-COUNT pic 9(4) VALUE ZEROS.

       *> one tenure/contract record - the layout of CH5TENURE
       01 WS-TENURE-REC.
         05 WS-TEN-EMPLOYEE-ID pic x(3).
       *> T tenured, K tenure-track, C term contract, A adjunct
         05 WS-TEN-STATUS pic x(1).
           88 WS-TEN-VALID-STATUS values 'T', 'K', 'C', 'A'.
           88 WS-TEN-TENURED value 'T'.
         05 WS-TEN-PROBATION-START pic 9(8).
         05 WS-TEN-NEXT-REVIEW pic 9(8).
         05 WS-TEN-CONTRACT-END pic 9(8).
       *> days ahead of contract end a renewal decision is due
         05 WS-TEN-NOTICE-DAYS pic 9(3).
       *> blank none yet, R renew, N do not renew
         05 WS-TEN-DECISION pic x(1).
         05 WS-TEN-DECISION-DATE pic 9(8).
         05 WS-TEN-TENURE-DATE pic 9(8).

       01 WS-TENURE-TABLE.
         05 WS-TEN-COUNT pic 9(3) VALUE ZEROS.
         05 WS-TEN-ENTRY OCCURS 500 TIMES pic x(48).
       01 WS-TEN-SUB pic 9(3) VALUE ZEROS.
       01 WS-TEN-FOUND-SUB pic 9(3) VALUE ZEROS.

       01 WS-FACULTY-TABLE.
         05 WS-FAC-COUNT pic 9(3) VALUE ZEROS.
         05 WS-FAC-ENTRY OCCURS 500 TIMES.
           10 WS-FAC-ID pic x(3).
           10 WS-FAC-RANK pic x(2).
           10 WS-FAC-SALARY pic 9(6)v99.
           10 WS-FAC-LEAVE pic x(1).
       01 WS-FAC-SUB pic 9(3) VALUE ZEROS.
       01 WS-FAC-FOUND-SUB pic 9(3) VALUE ZEROS.

       01 WS-RUN-DATE pic 9(8) VALUE ZEROS.
       01 WS-EFF-DATE pic 9(8) VALUE ZEROS.
       01 WS-BEFORE-IMAGE pic x(48) VALUE SPACES.

       01 WS-OPERATOR-ID pic x(8) VALUE SPACES.
       01 WS-OPR-ACTIONS pic x(4) VALUE SPACES.
       01 WS-OPR-AUTH-SW pic x(3) VALUE 'NO '.
         88 WS-OPR-AUTHORIZED VALUE 'YES'.
       01 WS-OPR-MORE-RECORDS pic x(3) VALUE 'YES'.
       01 WS-ACTION-OK-SW pic x(3) VALUE 'NO '.
         88 WS-ACTION-OK VALUE 'YES'.
       01 WS-ACT-SUB pic 9(1) VALUE ZERO.

       procedure division.
       100-MAIN-MODULE.
           perform 095-VERIFY-OPERATOR
           move function current-date(1:8) to WS-RUN-DATE
           perform 105-LOAD-FACULTY
           perform 110-LOAD-TENURE
           open input tenure-trans-file
             output tenure-audit-file
             output tenure-rejects-file
             extend salary-history-file
           perform until are-there-more-records = 'NO '
               read tenure-trans-file
                   at end
                       move 'NO ' to are-there-more-records
                   not at end
                       perform 200-APPLY-TRANSACTION
               end-read
           end-perform
           close tenure-trans-file tenure-audit-file
             tenure-rejects-file salary-history-file
           perform 300-WRITE-TENURE-FILE
           display 'TENURE MAINTENANCE - APPLIED: ' WS-APPLIED-COUNT
             ' REJECTED: ' WS-REJECT-COUNT
             ' TENURE GRANTED: ' WS-GRANT-COUNT
           stop run.

       *> the run refuses to start for an operator not authorized for
       *> tenure maintenance - no id, no maintenance
       095-VERIFY-OPERATOR.
           open input operator-id-file
           read operator-id-file
               at end
                   continue
               not at end
                   move OP-ID-IN to WS-OPERATOR-ID
           end-read
           close operator-id-file
           if WS-OPERATOR-ID = SPACES
               display 'NO OPERATOR ID SUPPLIED - RUN REFUSED'
               move 8 to RETURN-CODE
               stop run
           end-if
           open input operator-auth-file
           perform until WS-OPR-MORE-RECORDS = 'NO '
               read operator-auth-file
                   at end
                       move 'NO ' to WS-OPR-MORE-RECORDS
                   not at end
                       if OPR-ID = WS-OPERATOR-ID
                         and OPR-PROGRAM = 'TENUREMT'
                           set WS-OPR-AUTHORIZED to true
                           move OPR-ACTIONS to WS-OPR-ACTIONS
                       end-if
               end-read
           end-perform
           close operator-auth-file
           if not WS-OPR-AUTHORIZED
               display 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR TENUREMT - RUN REFUSED'
               move 8 to RETURN-CODE
               stop run
           end-if.

       097-CHECK-ACTION-AUTH.
           move 'NO ' to WS-ACTION-OK-SW
           if WS-OPR-ACTIONS(1:1) = '*'
               set WS-ACTION-OK to true
           else
               perform varying WS-ACT-SUB from 1 by 1
                 until WS-ACT-SUB > 4
                   if WS-OPR-ACTIONS(WS-ACT-SUB:1) = TTR-ACTION
                       set WS-ACTION-OK to true
                       move 4 to WS-ACT-SUB
                   end-if
               end-perform
           end-if.

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
                       move IN-EMP-RANK to WS-FAC-RANK(WS-FAC-COUNT)
                       move IN-EMP-SALARY to WS-FAC-SALARY(WS-FAC-COUNT)
                       move IN-EMP-LEAVE-STATUS
                         to WS-FAC-LEAVE(WS-FAC-COUNT)
               end-read
           end-perform
           close in-fac-file.

       110-LOAD-TENURE.
           open input tenure-file
           perform until WS-TEN-MORE-RECORDS = 'NO '
               read tenure-file
                   at end
                       move 'NO ' to WS-TEN-MORE-RECORDS
                   not at end
                       if WS-TEN-COUNT = 500
                           display 'TENURE TABLE FULL - RUN STOPPED'
                           move 12 to RETURN-CODE
                           stop run
                       end-if
                       add 1 to WS-TEN-COUNT
                       move TENURE-REC to WS-TEN-ENTRY(WS-TEN-COUNT)
               end-read
           end-perform
           close tenure-file.

       120-FIND-TENURE.
           move zeros to WS-TEN-FOUND-SUB
           perform varying WS-TEN-SUB from 1 by 1
             until WS-TEN-SUB > WS-TEN-COUNT
               if WS-TEN-ENTRY(WS-TEN-SUB)(1:3) = TTR-EMPLOYEE-ID
                   move WS-TEN-SUB to WS-TEN-FOUND-SUB
                   move WS-TEN-COUNT to WS-TEN-SUB
               end-if
           end-perform.

       125-FIND-FACULTY.
           move zeros to WS-FAC-FOUND-SUB
           perform varying WS-FAC-SUB from 1 by 1
             until WS-FAC-SUB > WS-FAC-COUNT
               if WS-FAC-ID(WS-FAC-SUB) = TTR-EMPLOYEE-ID
                   move WS-FAC-SUB to WS-FAC-FOUND-SUB
                   move WS-FAC-COUNT to WS-FAC-SUB
               end-if
           end-perform.

       200-APPLY-TRANSACTION.
           move spaces to TENURE-REJECT-REC
           perform 097-CHECK-ACTION-AUTH
           perform 120-FIND-TENURE
           perform 125-FIND-FACULTY
           if TTR-EFF-DATE numeric and TTR-EFF-DATE > 0
               move TTR-EFF-DATE to WS-EFF-DATE
           else
               move WS-RUN-DATE to WS-EFF-DATE
           end-if
           if WS-TEN-FOUND-SUB > 0
               move WS-TEN-ENTRY(WS-TEN-FOUND-SUB) to WS-TENURE-REC
           else
               move spaces to WS-TENURE-REC
           end-if
           move WS-TENURE-REC to WS-BEFORE-IMAGE
           evaluate true
               when not WS-ACTION-OK
                   move 'OPERATOR NOT AUTHORIZED' to TRJ-REASON
               when WS-FAC-FOUND-SUB = 0
                   move 'UNKNOWN EMPLOYEE ID' to TRJ-REASON
               when TTR-ADD and WS-TEN-FOUND-SUB > 0
                   move 'DUPLICATE ADD - ON FILE' to TRJ-REASON
               when TTR-ADD and WS-TEN-COUNT = 500
                   move 'TENURE FILE FULL' to TRJ-REASON
               when TTR-ADD
                   perform 210-APPLY-ADD
               when not TTR-CHANGE and not TTR-GRANT
                 and not TTR-DECISION-ENTRY
                   move 'INVALID ACTION CODE' to TRJ-REASON
               when WS-TEN-FOUND-SUB = 0
                   move 'NO TENURE RECORD ON FILE' to TRJ-REASON
               when TTR-CHANGE
                   perform 220-APPLY-CHANGE
               when TTR-GRANT and WS-TEN-TENURED
                   move 'ALREADY TENURED' to TRJ-REASON
               when TTR-GRANT
                   perform 230-APPLY-GRANT
               when WS-TEN-CONTRACT-END = 0
                   move 'NO CONTRACT END ON FILE' to TRJ-REASON
               when TTR-DECISION not = 'R' and TTR-DECISION not = 'N'
                   move 'INVALID RENEWAL DECISION' to TRJ-REASON
               when other
                   perform 240-APPLY-DECISION
           end-evaluate
           if TRJ-REASON = spaces
               if WS-TEN-FOUND-SUB = 0
                   add 1 to WS-TEN-COUNT
                   move WS-TEN-COUNT to WS-TEN-FOUND-SUB
               end-if
               move WS-TENURE-REC to WS-TEN-ENTRY(WS-TEN-FOUND-SUB)
               move spaces to TENURE-AUDIT-REC
               move TTR-EMPLOYEE-ID to TAU-EMPLOYEE-ID
               move TTR-ACTION to TAU-ACTION
               move WS-OPERATOR-ID to TAU-OPERATOR-ID
               move WS-BEFORE-IMAGE to TAU-BEFORE
               move WS-TENURE-REC to TAU-AFTER
               write TENURE-AUDIT-REC
               add 1 to WS-APPLIED-COUNT
           else
               move TTR-EMPLOYEE-ID to TRJ-EMPLOYEE-ID
               move TTR-ACTION to TRJ-ACTION
               write TENURE-REJECT-REC
               add 1 to WS-REJECT-COUNT
           end-if.

       210-APPLY-ADD.
           move TTR-STATUS to WS-TEN-STATUS
           if not WS-TEN-VALID-STATUS
               move 'INVALID TENURE STATUS' to TRJ-REASON
           else
               move TTR-EMPLOYEE-ID to WS-TEN-EMPLOYEE-ID
               move zeros to WS-TEN-PROBATION-START WS-TEN-NEXT-REVIEW
                 WS-TEN-CONTRACT-END WS-TEN-DECISION-DATE
                 WS-TEN-TENURE-DATE
               move 090 to WS-TEN-NOTICE-DAYS
               move space to WS-TEN-DECISION
               perform 250-MOVE-TRANS-DATES
               if WS-TEN-TENURED
                   move WS-EFF-DATE to WS-TEN-TENURE-DATE
               end-if
           end-if.

       *> only the fields keyed on the transaction change; a change
       *> to tenured status is a grant and is recorded as one
       220-APPLY-CHANGE.
           if TTR-STATUS not = space
               if TTR-STATUS = 'T' and not WS-TEN-TENURED
                   perform 230-APPLY-GRANT
               else
                   move TTR-STATUS to WS-TEN-STATUS
                   if not WS-TEN-VALID-STATUS
                       move 'INVALID TENURE STATUS' to TRJ-REASON
                   end-if
               end-if
           end-if
           if TRJ-REASON = spaces
               perform 250-MOVE-TRANS-DATES
           end-if.

       *> tenure ends probation and the term contract; a post-tenure
       *> review date may be keyed on the same transaction
       230-APPLY-GRANT.
           move 'T' to WS-TEN-STATUS
           move WS-EFF-DATE to WS-TEN-TENURE-DATE
           move zeros to WS-TEN-CONTRACT-END WS-TEN-NEXT-REVIEW
           move space to WS-TEN-DECISION
           if TTR-NEXT-REVIEW numeric and TTR-NEXT-REVIEW > 0
               move TTR-NEXT-REVIEW to WS-TEN-NEXT-REVIEW
           end-if
           move spaces to SALARY-HISTORY-REC
           move TTR-EMPLOYEE-ID to HST-EMPLOYEE-ID
           move WS-EFF-DATE to HST-EFF-DATE
           move 'T' to HST-ACTION
           move WS-FAC-RANK(WS-FAC-FOUND-SUB) to HST-OLD-RANK
             HST-NEW-RANK
           move WS-FAC-SALARY(WS-FAC-FOUND-SUB) to HST-OLD-SALARY
             HST-NEW-SALARY
           move WS-FAC-LEAVE(WS-FAC-FOUND-SUB) to HST-OLD-LEAVE
             HST-NEW-LEAVE
           move WS-OPERATOR-ID to HST-SOURCE
           write SALARY-HISTORY-REC
           add 1 to WS-GRANT-COUNT.

       *> a renewal keyed with a new contract end starts the new
       *> term with no decision yet; otherwise the decision stands
       *> against the current contract
       240-APPLY-DECISION.
           move WS-EFF-DATE to WS-TEN-DECISION-DATE
           if TTR-DECISION = 'R'
             and TTR-CONTRACT-END numeric
             and TTR-CONTRACT-END > WS-TEN-CONTRACT-END
               move TTR-CONTRACT-END to WS-TEN-CONTRACT-END
               move space to WS-TEN-DECISION
           else
               move TTR-DECISION to WS-TEN-DECISION
           end-if
           if TTR-NEXT-REVIEW numeric and TTR-NEXT-REVIEW > 0
               move TTR-NEXT-REVIEW to WS-TEN-NEXT-REVIEW
           end-if.

       250-MOVE-TRANS-DATES.
           if TTR-PROBATION-START numeric and TTR-PROBATION-START > 0
               move TTR-PROBATION-START to WS-TEN-PROBATION-START
           end-if
           if TTR-NEXT-REVIEW numeric and TTR-NEXT-REVIEW > 0
               move TTR-NEXT-REVIEW to WS-TEN-NEXT-REVIEW
           end-if
           if TTR-CONTRACT-END numeric and TTR-CONTRACT-END > 0
               move TTR-CONTRACT-END to WS-TEN-CONTRACT-END
           end-if
           if TTR-NOTICE-DAYS numeric and TTR-NOTICE-DAYS > 0
               move TTR-NOTICE-DAYS to WS-TEN-NOTICE-DAYS
           end-if.

       300-WRITE-TENURE-FILE.
           open output tenure-upd-file
           perform varying WS-TEN-SUB from 1 by 1
             until WS-TEN-SUB > WS-TEN-COUNT
               write TENURE-UPD-REC from WS-TEN-ENTRY(WS-TEN-SUB)
           end-perform
           close tenure-upd-file.
       end program TenureMaint.
