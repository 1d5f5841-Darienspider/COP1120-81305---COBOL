       identification division.
       program-id. WriteOffPost.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> write-off candidates listed by WriteOffSelect
       SELECT WO-CANDIDATES
       ASSIGN TO 'CH3WOCANDIDATES'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the credit manager's keyed approve/deny decisions
       SELECT DECISIONS-FILE
       ASSIGN TO 'CH3WODECISIONS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> approved write-offs as a type-W transaction batch, with the
       *> header/trailer the posting run's balancing pass expects
       SELECT WRITE-OFF-TRANS
       ASSIGN TO 'CH3WRITEOFFS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> printed audit of every disposition this cycle
       SELECT WO-AUDIT-RPT
       ASSIGN TO 'CH3WOAUDIT'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD WO-CANDIDATES RECORDING MODE IS F.
       01 WO-CANDIDATE-REC.
         05 WOC-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 WOC-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 WOC-ITEM-COUNT PIC 9(3).
         05 FILLER PIC X(1).
         05 WOC-OLDEST-DUE PIC 9(6).
         05 FILLER PIC X(1).
         05 WOC-DAYS-PAST-DUE PIC 9(4).
         05 FILLER PIC X(1).
         05 WOC-DUN-LEVEL PIC 9(1).
         05 FILLER PIC X(1).
         05 WOC-DATE PIC 9(6).

       FD DECISIONS-FILE RECORDING MODE IS F.
       01 DECISION-REC.
         05 DEC-IDENT PIC X(5).
         05 DEC-ACTION PIC X(1).
           88 DEC-APPROVED VALUE 'A'.
           88 DEC-DENIED VALUE 'D'.

       FD WRITE-OFF-TRANS RECORDING MODE IS F.
       01 WRITE-OFF-REC.
         05 WOT-IDENT PIC X(5).
         05 WOT-AMOUNT PIC S9(5)V99 SIGN IS LEADING SEPARATE.
         05 WOT-TRANS-TYPE PIC X(1).
         05 WOT-SLSP PIC X(3).

       01 WRITE-OFF-CONTROL-REC.
         05 WOX-RECORD-TYPE PIC X(5).
         05 WOX-BATCH-COUNT PIC 9(5).
         05 WOX-BATCH-HASH PIC S9(7)V99 SIGN IS LEADING
           SEPARATE.

       FD WO-AUDIT-RPT RECORDING MODE IS F.
       01 WO-AUDIT-LINE PIC X(80).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-DEC-MORE-RECORDS PIC X(3) VALUE 'YES'.

       *> the cycle's decisions, marked as they are used so leftovers
       *> can be reported as unmatched keying errors
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

       *> a transaction amount tops out at 99,999.99 - a larger
       *> write-off goes out as several transactions
       01 WS-MAX-TRANS-AMT PIC 9(5)V99 VALUE 99999.99.
       01 WS-WO-REMAINING PIC 9(7)V99 VALUE ZEROS.

       01 WS-TRANS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TRANS-HASH PIC S9(7)V99 VALUE ZERO.
       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.

       01 WS-DISPOSITION-TOTALS.
         05 WS-APPROVED-COUNT PIC 9(5) VALUE ZERO.
         05 WS-APPROVED-TOTAL PIC 9(9)V99 VALUE ZEROS.
         05 WS-DENIED-COUNT PIC 9(5) VALUE ZERO.
         05 WS-PENDING-COUNT PIC 9(5) VALUE ZERO.
         05 WS-UNMATCHED-COUNT PIC 9(5) VALUE ZERO.

       01 AUDIT-HDR-LINE.
         05 FILLER PIC X(38) VALUE
           ' WRITE-OFF DISPOSITION AUDIT    DATE: '.
         05 AUH-DATE PIC 9(6).
         05 FILLER PIC X(36) VALUE SPACES.

       01 AUDIT-COL-LINE.
         05 FILLER PIC X(7) VALUE ' CUST'.
         05 FILLER PIC X(15) VALUE 'WRITE-OFF AMT'.
         05 FILLER PIC X(7) VALUE 'ITEMS'.
         05 FILLER PIC X(7) VALUE 'DAYS'.
         05 FILLER PIC X(12) VALUE 'DISPOSITION'.
         05 FILLER PIC X(32) VALUE SPACES.

       01 AUDIT-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 AUD-IDENT PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 AUD-AMOUNT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 AUD-ITEMS PIC ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 AUD-DAYS PIC ZZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 AUD-DISPOSITION PIC X(11).
         05 FILLER PIC X(33) VALUE SPACES.

       01 AUDIT-TOTAL-LINE.
         05 FILLER PIC X(11) VALUE ' APPROVED: '.
         05 AUT-APPROVED PIC ZZZZ9.
         05 FILLER PIC X(9) VALUE '  DENIED:'.
         05 AUT-DENIED PIC ZZZZ9.
         05 FILLER PIC X(10) VALUE '  PENDING:'.
         05 AUT-PENDING PIC ZZZZ9.
         05 FILLER PIC X(12) VALUE '  UNMATCHED:'.
         05 AUT-UNMATCHED PIC ZZZZ9.
         05 FILLER PIC X(18) VALUE SPACES.

       01 AUDIT-AMOUNT-LINE.
         05 FILLER PIC X(27) VALUE ' TOTAL WRITTEN OFF FOR GL: '.
         05 AUA-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(39) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 110-LOAD-DECISIONS
           OPEN INPUT WO-CANDIDATES
             OUTPUT WRITE-OFF-TRANS
             OUTPUT WO-AUDIT-RPT
           MOVE SPACES TO WRITE-OFF-CONTROL-REC
           MOVE 'HDR  ' TO WOX-RECORD-TYPE
           MOVE ZEROS TO WOX-BATCH-COUNT WOX-BATCH-HASH
           WRITE WRITE-OFF-CONTROL-REC
           MOVE WS-RUN-DATE TO AUH-DATE
           WRITE WO-AUDIT-LINE FROM AUDIT-HDR-LINE
           WRITE WO-AUDIT-LINE FROM AUDIT-COL-LINE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ WO-CANDIDATES
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-DISPOSE-CANDIDATE
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

       210-FIND-DECISION.
           MOVE 'NO ' TO WS-DEC-FOUND-SW
           MOVE ZEROS TO WS-DEC-FOUND-SUB
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
             UNTIL WS-DEC-SUB > WS-DEC-COUNT
               IF WS-DEC-IDENT(WS-DEC-SUB) = WOC-IDENT
                 AND WS-DEC-USED(WS-DEC-SUB) = 'N'
                   SET WS-DEC-FOUND TO TRUE
                   MOVE WS-DEC-SUB TO WS-DEC-FOUND-SUB
                   MOVE WS-DEC-COUNT TO WS-DEC-SUB
               END-IF
           END-PERFORM.

       *> approved candidates go to the posting run as write-offs;
       *> denied and undecided ones are simply listed - the next
       *> selection run picks them up again if they are still open
       200-DISPOSE-CANDIDATE.
           PERFORM 210-FIND-DECISION
           EVALUATE TRUE
               WHEN WS-DEC-FOUND
                 AND WS-DEC-ACTION(WS-DEC-FOUND-SUB) = 'A'
                   MOVE 'Y' TO WS-DEC-USED(WS-DEC-FOUND-SUB)
                   PERFORM 220-WRITE-OFF-CANDIDATE
                   MOVE 'WRITTEN OFF' TO AUD-DISPOSITION
                   ADD 1 TO WS-APPROVED-COUNT
                   ADD WOC-AMOUNT TO WS-APPROVED-TOTAL
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
           MOVE WOC-IDENT TO AUD-IDENT
           MOVE WOC-AMOUNT TO AUD-AMOUNT
           MOVE WOC-ITEM-COUNT TO AUD-ITEMS
           MOVE WOC-DAYS-PAST-DUE TO AUD-DAYS
           WRITE WO-AUDIT-LINE FROM AUDIT-DETAIL-LINE.

       220-WRITE-OFF-CANDIDATE.
           MOVE WOC-AMOUNT TO WS-WO-REMAINING
           PERFORM UNTIL WS-WO-REMAINING = 0
               MOVE SPACES TO WRITE-OFF-REC
               MOVE WOC-IDENT TO WOT-IDENT
               IF WS-WO-REMAINING > WS-MAX-TRANS-AMT
                   MOVE WS-MAX-TRANS-AMT TO WOT-AMOUNT
               ELSE
                   MOVE WS-WO-REMAINING TO WOT-AMOUNT
               END-IF
               MOVE 'W' TO WOT-TRANS-TYPE
               WRITE WRITE-OFF-REC
               ADD 1 TO WS-TRANS-COUNT
               ADD WOT-AMOUNT TO WS-TRANS-HASH
               SUBTRACT WOT-AMOUNT FROM WS-WO-REMAINING
           END-PERFORM.

       *> decisions never matched to a candidate are keying errors -
       *> list them instead of losing them
       250-REPORT-UNMATCHED.
           PERFORM VARYING WS-DEC-SUB FROM 1 BY 1
             UNTIL WS-DEC-SUB > WS-DEC-COUNT
               IF WS-DEC-USED(WS-DEC-SUB) = 'N'
                   MOVE WS-DEC-IDENT(WS-DEC-SUB) TO AUD-IDENT
                   MOVE ZEROS TO AUD-AMOUNT AUD-ITEMS AUD-DAYS
                   MOVE 'UNMATCHED  ' TO AUD-DISPOSITION
                   WRITE WO-AUDIT-LINE FROM AUDIT-DETAIL-LINE
                   ADD 1 TO WS-UNMATCHED-COUNT
               END-IF
           END-PERFORM.

       300-CLOSE-RTN.
           MOVE SPACES TO WRITE-OFF-CONTROL-REC
           MOVE 'TRL  ' TO WOX-RECORD-TYPE
           MOVE WS-TRANS-COUNT TO WOX-BATCH-COUNT
           MOVE WS-TRANS-HASH TO WOX-BATCH-HASH
           WRITE WRITE-OFF-CONTROL-REC
           MOVE WS-APPROVED-COUNT TO AUT-APPROVED
           MOVE WS-DENIED-COUNT TO AUT-DENIED
           MOVE WS-PENDING-COUNT TO AUT-PENDING
           MOVE WS-UNMATCHED-COUNT TO AUT-UNMATCHED
           WRITE WO-AUDIT-LINE FROM AUDIT-TOTAL-LINE
           MOVE WS-APPROVED-TOTAL TO AUA-TOTAL
           WRITE WO-AUDIT-LINE FROM AUDIT-AMOUNT-LINE
           CLOSE WO-CANDIDATES WRITE-OFF-TRANS WO-AUDIT-RPT
           DISPLAY 'WRITE-OFFS APPROVED: ' WS-APPROVED-COUNT.

       end program WriteOffPost.
