       identification division.
       program-id. CreditLimitPost.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> limit changes recommended by CreditLimitReview
       SELECT LIMIT-RECS
       ASSIGN TO 'CH3LIMITRECS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the credit manager's keyed approve/deny decisions
       SELECT DECISIONS-FILE
       ASSIGN TO 'CH3LIMITDECISIONS'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMER-REF
       ASSIGN TO 'CH3CUSTREF'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> approved changes as CH3CUSTREFTRANS change transactions -
       *> applied by CustRefMaint under its own audit trail
       SELECT LIMIT-TRANS
       ASSIGN TO 'CH3LIMITTRANS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> printed audit of every disposition this cycle
       SELECT LIMIT-AUDIT-RPT
       ASSIGN TO 'CH3LIMITAUDIT'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD LIMIT-RECS RECORDING MODE IS F.
       01 LIMIT-REC.
         05 LRC-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 LRC-ACTION PIC X(1).
         05 FILLER PIC X(1).
         05 LRC-OLD-LIMIT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 LRC-NEW-LIMIT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 LRC-AVG-DAYS PIC 9(3).
         05 FILLER PIC X(1).
         05 LRC-HIGH-BAL PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 LRC-DUN-COUNT PIC 9(3).
         05 FILLER PIC X(1).
         05 LRC-DATE PIC 9(6).

       FD DECISIONS-FILE RECORDING MODE IS F.
       01 DECISION-REC.
         05 DEC-IDENT PIC X(5).
         05 DEC-ACTION PIC X(1).
           88 DEC-APPROVED VALUE 'A'.
           88 DEC-DENIED VALUE 'D'.

       FD CUSTOMER-REF RECORDING MODE IS F.
       01 CUSTOMER-REF-REC.
         05 REF-IDENT PIC X(5).
         05 REF-DATA PIC X(75).

       FD LIMIT-TRANS RECORDING MODE IS F.
       01 LIMIT-TRANS-REC.
         05 TRN-ACTION PIC X(1).
         05 TRN-IDENT PIC X(5).
         05 TRN-REF-DATA PIC X(75).
         05 TRN-USER-ID PIC X(8).

       FD LIMIT-AUDIT-RPT RECORDING MODE IS F.
       01 LIMIT-AUDIT-LINE PIC X(80).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-DEC-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-REF-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-DECISION-TABLE.
         05 WS-DEC-COUNT PIC 9(3) VALUE ZERO.
         05 WS-DEC-ENTRY OCCURS 500 TIMES.
           10 WS-DEC-IDENT PIC X(5).
           10 WS-DEC-ACTION PIC X(1).
           10 WS-DEC-USED PIC X(1).
       01 WS-DEC-SUB PIC 9(3) VALUE ZERO.
       01 WS-DEC-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-DEC-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-DEC-FOUND VALUE 'YES'.

       *> the reference file as it stands now - the change carries
       *> the customer's current reference data with only the limit
       *> replaced
       01 WS-CUSTOMER-REF-TABLE.
         05 WS-REF-COUNT PIC 9(3) VALUE ZERO.
         05 WS-REF-ENTRY OCCURS 500 TIMES.
           10 WS-REF-IDENT PIC X(5).
           10 WS-REF-DATA PIC X(75).
       01 WS-REF-SUB PIC 9(3) VALUE ZERO.
       01 WS-REF-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-REF-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-REF-FOUND VALUE 'YES'.

       01 WS-REF-DATA-HOLD.
         05 WS-RDH-NAME PIC X(20).
         05 WS-RDH-CREDIT-LIMIT PIC 9(7)V99.
         05 WS-RDH-REST PIC X(46).

       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.

       01 WS-DISPOSITION-TOTALS.
         05 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
         05 WS-DENIED-COUNT PIC 9(5) VALUE ZERO.
         05 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
         05 WS-STALE-COUNT PIC 9(5) VALUE ZERO.
         05 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.

       01 AUDIT-HDR-LINE.
         05 FILLER PIC X(38) VALUE
           ' CREDIT LIMIT DISPOSITION AUDIT DATE: '.
         05 AUH-DATE PIC 9(6).
         05 FILLER PIC X(36) VALUE SPACES.

       01 AUDIT-COL-LINE.
         05 FILLER PIC X(7) VALUE ' CUST'.
         05 FILLER PIC X(8) VALUE 'ACTION'.
         05 FILLER PIC X(15) VALUE '    OLD LIMIT'.
         05 FILLER PIC X(15) VALUE '    NEW LIMIT'.
         05 FILLER PIC X(12) VALUE 'DISPOSITION'.
         05 FILLER PIC X(23) VALUE SPACES.

       01 AUDIT-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 AUD-IDENT PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 AUD-ACTION PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 AUD-OLD-LIMIT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 AUD-NEW-LIMIT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 AUD-DISPOSITION PIC X(11).
         05 FILLER PIC X(24) VALUE SPACES.

       01 AUDIT-TOTAL-LINE.
         05 FILLER PIC X(11) VALUE ' APPROVED: '.
         05 AUT-APPROVED PIC ZZZZ9.
         05 FILLER PIC X(9) VALUE '  DENIED:'.
         05 AUT-DENIED PIC ZZZZ9.
         05 FILLER PIC X(10) VALUE '  PENDING:'.
         05 AUT-PENDING PIC ZZZZ9.
         05 FILLER PIC X(8) VALUE '  STALE:'.
         05 AUT-STALE PIC ZZZZ9.
         05 FILLER PIC X(12) VALUE '  UNMATCHED:'.
         05 AUT-UNMATCHED PIC ZZZZ9.
         05 FILLER PIC X(5) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 110-LOAD-DECISIONS
           PERFORM 120-LOAD-CUSTOMER-REF
           OPEN INPUT LIMIT-RECS
             OUTPUT LIMIT-TRANS
             OUTPUT LIMIT-AUDIT-RPT
           MOVE WS-RUN-DATE TO AUH-DATE
           WRITE LIMIT-AUDIT-LINE FROM AUDIT-HDR-LINE
           WRITE LIMIT-AUDIT-LINE FROM AUDIT-COL-LINE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ LIMIT-RECS
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-DISPOSE-RECOMMENDATION
               END-READ
           END-PERFORM
           PERFORM 250-REPORT-UNMATCHED
           PERFORM 300-CLOSE-RTN
           STOP RUN.

       110-LOAD-DECISIONS.
           OPEN INPUT DECISIONS-FILE
           PERFORM UNTIL WS-DEC-MORE-RECORDS = 'NO '
               READ DECISIONS-FILE
                   AT END
                       MOVE 'NO ' TO WS-DEC-MORE-RECORDS
                   NOT AT END
                       IF WS-DEC-COUNT = 500
                           DISPLAY 'DECISION TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-DEC-COUNT
                       MOVE DEC-IDENT TO WS-DEC-IDENT(WS-DEC-COUNT)
                       MOVE DEC-ACTION TO WS-DEC-ACTION(WS-DEC-COUNT)
                       MOVE 'N' TO WS-DEC-USED(WS-DEC-COUNT)
               END-READ
           END-PERFORM
           CLOSE DECISIONS-FILE.

       120-LOAD-CUSTOMER-REF.
           OPEN INPUT CUSTOMER-REF
           PERFORM UNTIL WS-REF-MORE-RECORDS = 'NO '
               READ CUSTOMER-REF
                   AT END
                       MOVE 'NO ' TO WS-REF-MORE-RECORDS
                   NOT AT END
                       IF WS-REF-COUNT = 500
                           DISPLAY 'REFERENCE TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-REF-COUNT
                       MOVE REF-IDENT TO WS-REF-IDENT(WS-REF-COUNT)
                       MOVE REF-DATA TO WS-REF-DATA(WS-REF-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-REF.

       210-FIND-DECISION.
           MOVE 'NO ' TO WS-DEC-FOUND-SW
           MOVE ZEROS TO WS-DEC-FOUND-SUB
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
             UNTIL WS-DEC-SUB > WS-DEC-COUNT
               IF WS-DEC-IDENT(WS-DEC-SUB) = LRC-IDENT
                 AND WS-DEC-USED(WS-DEC-SUB) = 'N'
                   SET WS-DEC-FOUND TO TRUE
                   MOVE WS-DEC-SUB TO WS-DEC-FOUND-SUB
                   MOVE WS-DEC-COUNT TO WS-DEC-SUB
               END-IF
           END-PERFORM.

       *> a customer whose limit was changed by hand since the review,
       *> or who has since been deleted, is reported stale and left
       *> for the next review
       215-FIND-CUSTOMER.
           MOVE 'NO ' TO WS-REF-FOUND-SW
           MOVE ZEROS TO WS-REF-FOUND-SUB
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
             UNTIL WS-REF-SUB > WS-REF-COUNT
               IF WS-REF-IDENT(WS-REF-SUB) = LRC-IDENT
                   MOVE WS-REF-DATA(WS-REF-SUB) TO WS-REF-DATA-HOLD
                   IF WS-RDH-CREDIT-LIMIT = LRC-OLD-LIMIT
                       SET WS-REF-FOUND TO TRUE
                       MOVE WS-REF-SUB TO WS-REF-FOUND-SUB
                   END-IF
                   MOVE WS-REF-COUNT TO WS-REF-SUB
               END-IF
           END-PERFORM.

       *> approved changes go to reference maintenance; denied and
       *> undecided ones are simply listed - the next review raises
       *> them again if the history still calls for it
       200-DISPOSE-RECOMMENDATION.
           PERFORM 210-FIND-DECISION
           PERFORM 215-FIND-CUSTOMER
           EVALUATE TRUE
               WHEN WS-DEC-FOUND
                 AND WS-DEC-ACTION(WS-DEC-FOUND-SUB) = 'A'
                 AND NOT WS-REF-FOUND
                   MOVE 'Y' TO WS-DEC-USED(WS-DEC-FOUND-SUB)
                   MOVE 'STALE      ' TO AUD-DISPOSITION
                   ADD 1 TO WS-STALE-COUNT
               WHEN WS-DEC-FOUND
                 AND WS-DEC-ACTION(WS-DEC-FOUND-SUB) = 'A'
                   MOVE 'Y' TO WS-DEC-USED(WS-DEC-FOUND-SUB)
                   PERFORM 220-WRITE-LIMIT-CHANGE
                   MOVE 'CHANGED    ' TO AUD-DISPOSITION
                   ADD 1 TO WS-APPROVED-COUNT
               WHEN WS-DEC-FOUND
                 AND WS-DEC-ACTION(WS-DEC-FOUND-SUB) = 'D'
                   MOVE 'Y' TO WS-DEC-USED(WS-DEC-FOUND-SUB)
                   MOVE 'DENIED     ' TO AUD-DISPOSITION
                   ADD 1 TO WS-DENIED-COUNT
               WHEN WS-DEC-FOUND
                   MOVE 'Y' TO WS-DEC-USED(WS-DEC-FOUND-SUB)
                   MOVE 'BADACTION  ' TO AUD-DISPOSITION
                   ADD 1 TO WS-PENDING-COUNT
               WHEN OTHER
                   MOVE 'PENDING    ' TO AUD-DISPOSITION
                   ADD 1 TO WS-PENDING-COUNT
           END-EVALUATE
           MOVE LRC-IDENT TO AUD-IDENT
           EVALUATE LRC-ACTION
               WHEN 'R'
                   MOVE 'RAISE ' TO AUD-ACTION
               WHEN 'L'
                   MOVE 'LOWER ' TO AUD-ACTION
               WHEN 'F'
                   MOVE 'FREEZE' TO AUD-ACTION
               WHEN OTHER
                   MOVE LRC-ACTION TO AUD-ACTION
           END-EVALUATE
           MOVE LRC-OLD-LIMIT TO AUD-OLD-LIMIT
           MOVE LRC-NEW-LIMIT TO AUD-NEW-LIMIT
           WRITE LIMIT-AUDIT-LINE FROM AUDIT-DETAIL-LINE.

       220-WRITE-LIMIT-CHANGE.
           MOVE LRC-NEW-LIMIT TO WS-RDH-CREDIT-LIMIT
           MOVE SPACES TO LIMIT-TRANS-REC
           MOVE 'C' TO TRN-ACTION
           MOVE LRC-IDENT TO TRN-IDENT
           MOVE WS-REF-DATA-HOLD TO TRN-REF-DATA
           MOVE 'CRREVIEW' TO TRN-USER-ID
           WRITE LIMIT-TRANS-REC.

       *> decisions never matched to a recommendation are keying
       *> errors - list them instead of losing them
       250-REPORT-UNMATCHED.
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
             UNTIL WS-DEC-SUB > WS-DEC-COUNT
               IF WS-DEC-USED(WS-DEC-SUB) = 'N'
                   MOVE WS-DEC-IDENT(WS-DEC-SUB) TO AUD-IDENT
                   MOVE SPACES TO AUD-ACTION
                   MOVE ZEROS TO AUD-OLD-LIMIT AUD-NEW-LIMIT
                   MOVE 'UNMATCHED  ' TO AUD-DISPOSITION
                   WRITE LIMIT-AUDIT-LINE FROM AUDIT-DETAIL-LINE
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
           END-PERFORM.

       300-CLOSE-RTN.
           MOVE WS-APPROVED-COUNT TO AUT-APPROVED
           MOVE WS-DENIED-COUNT TO AUT-DENIED
           MOVE WS-PENDING-COUNT TO AUT-PENDING
           MOVE WS-STALE-COUNT TO AUT-STALE
           MOVE WS-UNMATCHED-COUNT TO AUT-UNMATCHED
           WRITE LIMIT-AUDIT-LINE FROM AUDIT-TOTAL-LINE
           CLOSE LIMIT-RECS LIMIT-TRANS LIMIT-AUDIT-RPT
           DISPLAY 'CREDIT LIMIT CHANGES APPROVED: ' WS-APPROVED-COUNT.

       end program CreditLimitPost.
