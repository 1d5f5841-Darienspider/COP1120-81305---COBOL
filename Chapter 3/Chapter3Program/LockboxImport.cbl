       identification division.
       program-id. LockboxImport.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> the bank's daily lockbox remittance file - one record per
       *> check and a deposit total record at the end
       SELECT LOCKBOX-FILE
       ASSIGN TO 'CH3LOCKBOX'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMER-REF
       ASSIGN TO 'CH3CUSTREF'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> unapplied cash carried from earlier deposits
       SELECT OPTIONAL SUSPENSE-IN
       ASSIGN TO 'CH3UNAPPLIED'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the cash clerk's keyed customer ids for suspense items
       *> researched since the last run
       SELECT OPTIONAL RESOLUTION-FILE
       ASSIGN TO 'CH3LOCKBOXRES'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> identified checks as a type-P transaction batch, with the
       *> header/trailer the posting run's balancing pass expects
       SELECT PAYMENT-TRANS
       ASSIGN TO 'CH3LOCKBOXPAY'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> unapplied cash still unidentified - operations copies this
       *> over CH3UNAPPLIED for the next deposit
       SELECT SUSPENSE-OUT
       ASSIGN TO 'CH3UNAPPLIEDOUT'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> deposit balancing, match results and unapplied-cash aging
       SELECT LOCKBOX-RPT
       ASSIGN TO 'CH3LOCKBOXRPT'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD LOCKBOX-FILE RECORDING MODE IS F.
       01 LOCKBOX-REC.
         05 LBX-REC-TYPE PIC X(1).
           88 LBX-DETAIL VALUE 'D'.
           88 LBX-TOTAL VALUE 'T'.
         05 FILLER PIC X(1).
         05 LBX-DEPOSIT-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 LBX-CHECK-NO PIC X(10).
         05 FILLER PIC X(1).
         05 LBX-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 LBX-CUST-NO PIC X(5).
         05 FILLER PIC X(1).
         05 LBX-PAYER-NAME PIC X(20).

       01 LOCKBOX-TOTAL-REC.
         05 FILLER PIC X(1).
         05 FILLER PIC X(1).
         05 LBT-DEPOSIT-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 LBT-CHECK-COUNT PIC 9(5).
         05 FILLER PIC X(1).
         05 LBT-DEPOSIT-TOTAL PIC 9(9)V99.

       FD CUSTOMER-REF RECORDING MODE IS F.
       01 CUSTOMER-REF-REC.
         05 REF-IDENT PIC X(5).
         05 REF-NAME PIC X(20).
         05 REF-CREDIT-LIMIT PIC 9(7)V99.
         05 FILLER PIC X(46).

       FD SUSPENSE-IN RECORDING MODE IS F.
       01 SUSPENSE-IN-REC.
         05 SUI-DEPOSIT-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 SUI-CHECK-NO PIC X(10).
         05 FILLER PIC X(1).
         05 SUI-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 SUI-CUST-NO PIC X(5).
         05 FILLER PIC X(1).
         05 SUI-PAYER-NAME PIC X(20).
         05 FILLER PIC X(1).
         05 SUI-REASON PIC X(20).

       FD RESOLUTION-FILE RECORDING MODE IS F.
       01 RESOLUTION-REC.
         05 RES-DEPOSIT-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 RES-CHECK-NO PIC X(10).
         05 FILLER PIC X(1).
         05 RES-IDENT PIC X(5).

       FD PAYMENT-TRANS RECORDING MODE IS F.
       01 PAYMENT-REC.
         05 PAY-IDENT PIC X(5).
         05 PAY-AMOUNT PIC S9(5)V99 SIGN IS LEADING SEPARATE.
         05 PAY-TRANS-TYPE PIC X(1).
         05 PAY-SLSP PIC X(3).

       01 PAYMENT-CONTROL-REC.
         05 PYC-RECORD-TYPE PIC X(5).
         05 PYC-BATCH-COUNT PIC 9(5).
         05 PYC-BATCH-HASH PIC S9(7)V99 SIGN IS LEADING
           SEPARATE.

       FD SUSPENSE-OUT RECORDING MODE IS F.
       01 SUSPENSE-OUT-REC.
         05 SUO-DEPOSIT-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 SUO-CHECK-NO PIC X(10).
         05 FILLER PIC X(1).
         05 SUO-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 SUO-CUST-NO PIC X(5).
         05 FILLER PIC X(1).
         05 SUO-PAYER-NAME PIC X(20).
         05 FILLER PIC X(1).
         05 SUO-REASON PIC X(20).

       FD LOCKBOX-RPT RECORDING MODE IS F.
       01 LOCKBOX-LINE PIC X(90).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-VER-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-REF-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-RES-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-SUI-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-CUSTOMER-REF-TABLE.
         05 WS-REF-COUNT PIC 9(3) VALUE ZERO.
         05 WS-REF-ENTRY OCCURS 500 TIMES.
           10 WS-REF-IDENT PIC X(5).
           10 WS-REF-NAME PIC X(20).
       01 WS-REF-SUB PIC 9(3) VALUE ZERO.
       01 WS-NAME-HITS PIC 9(3) VALUE ZERO.

       *> keyed resolutions, marked as they are used so leftovers
       *> can be reported as keying errors
       01 WS-RESOLUTION-TABLE.
         05 WS-RES-COUNT PIC 9(3) VALUE ZERO.
         05 WS-RES-ENTRY OCCURS 500 TIMES.
           10 WS-RES-DEPOSIT-DATE PIC 9(6).
           10 WS-RES-CHECK-NO PIC X(10).
           10 WS-RES-IDENT PIC X(5).
           10 WS-RES-USED PIC X(1).
       01 WS-RES-SUB PIC 9(3) VALUE ZERO.
       01 WS-RES-FOUND-SUB PIC 9(3) VALUE ZERO.

       *> the check being worked, whether fresh from the bank or
       *> carried in suspense
       01 WS-CHECK-HOLD.
         05 WS-CHK-DEPOSIT-DATE PIC 9(6).
         05 WS-CHK-CHECK-NO PIC X(10).
         05 WS-CHK-AMOUNT PIC 9(7)V99.
         05 WS-CHK-CUST-NO PIC X(5).
         05 WS-CHK-PAYER-NAME PIC X(20).
       01 WS-MATCH-IDENT PIC X(5) VALUE SPACES.
       01 WS-MATCH-SW PIC X(3) VALUE 'NO '.
         88 WS-MATCHED VALUE 'YES'.
       01 WS-SUSPENSE-REASON PIC X(20) VALUE SPACES.

       *> a transaction amount tops out at 99,999.99 - a larger check
       *> goes out as several payments
       01 WS-MAX-TRANS-AMT PIC 9(5)V99 VALUE 99999.99.
       01 WS-PAY-REMAINING PIC 9(7)V99 VALUE ZEROS.
       01 WS-TRANS-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TRANS-HASH PIC S9(7)V99 VALUE ZERO.

       01 WS-DEPOSIT-CONTROLS.
         05 WS-DEP-COUNT PIC 9(5) VALUE ZERO.
         05 WS-DEP-TOTAL PIC 9(9)V99 VALUE ZEROS.
         05 WS-DEP-TRL-COUNT PIC 9(5) VALUE ZERO.
         05 WS-DEP-TRL-TOTAL PIC 9(9)V99 VALUE ZEROS.
         05 WS-DEP-TOTAL-SW PIC X(3) VALUE 'NO '.
           88 WS-DEP-TOTAL-SEEN VALUE 'YES'.

       01 WS-IMPORT-TOTALS.
         05 WS-MATCHED-COUNT PIC 9(5) VALUE ZERO.
         05 WS-MATCHED-TOTAL PIC 9(9)V99 VALUE ZEROS.
         05 WS-RESOLVED-COUNT PIC 9(5) VALUE ZERO.
         05 WS-RESOLVED-TOTAL PIC 9(9)V99 VALUE ZEROS.
         05 WS-SUSPENSE-COUNT PIC 9(5) VALUE ZERO.
         05 WS-SUSPENSE-TOTAL PIC 9(9)V99 VALUE ZEROS.
         05 WS-BADRES-COUNT PIC 9(5) VALUE ZERO.

       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.
       01 WS-DATE-SPLIT.
         05 WS-DATE-YY PIC 9(2).
         05 WS-DATE-MM PIC 9(2).
         05 WS-DATE-DD PIC 9(2).
       01 WS-RUN-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-DEP-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-DAYS-HELD PIC S9(6) VALUE ZERO.

       *> unapplied cash by days since deposit
       01 WS-AGE-BUCKETS.
         05 WS-AGE-0-30 PIC 9(9)V99 VALUE ZEROS.
         05 WS-AGE-31-60 PIC 9(9)V99 VALUE ZEROS.
         05 WS-AGE-61-90 PIC 9(9)V99 VALUE ZEROS.
         05 WS-AGE-OVER-90 PIC 9(9)V99 VALUE ZEROS.

       01 LBX-HDR-LINE.
         05 FILLER PIC X(36) VALUE
           ' LOCKBOX IMPORT AND UNAPPLIED CASH  '.
         05 FILLER PIC X(6) VALUE 'DATE: '.
         05 LBH-DATE PIC 9(6).
         05 FILLER PIC X(42) VALUE SPACES.

       01 LBX-DEPOSIT-LINE.
         05 FILLER PIC X(17) VALUE ' DEPOSIT CHECKS: '.
         05 LBD-COUNT PIC ZZZZ9.
         05 FILLER PIC X(12) VALUE '  BANK SAYS:'.
         05 LBD-TRL-COUNT PIC ZZZZ9.
         05 FILLER PIC X(9) VALUE '  TOTAL: '.
         05 LBD-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(12) VALUE '  BANK SAYS:'.
         05 LBD-TRL-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.

       01 LBX-SECTION-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 LBS-TITLE PIC X(40).
         05 FILLER PIC X(49) VALUE SPACES.

       01 LBX-MATCH-COL-LINE.
         05 FILLER PIC X(8) VALUE ' DATE'.
         05 FILLER PIC X(12) VALUE 'CHECK NO'.
         05 FILLER PIC X(14) VALUE '      AMOUNT'.
         05 FILLER PIC X(22) VALUE 'PAYER'.
         05 FILLER PIC X(7) VALUE 'CUST'.
         05 FILLER PIC X(27) VALUE 'RESULT'.

       01 LBX-MATCH-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 LBM-DEPOSIT-DATE PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 LBM-CHECK-NO PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 LBM-AMOUNT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 LBM-PAYER-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 LBM-IDENT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 LBM-RESULT PIC X(20).
         05 FILLER PIC X(7) VALUE SPACES.

       01 LBX-AGE-COL-LINE.
         05 FILLER PIC X(8) VALUE ' DATE'.
         05 FILLER PIC X(12) VALUE 'CHECK NO'.
         05 FILLER PIC X(14) VALUE '      AMOUNT'.
         05 FILLER PIC X(7) VALUE ' DAYS'.
         05 FILLER PIC X(22) VALUE 'PAYER'.
         05 FILLER PIC X(27) VALUE 'REASON'.

       01 LBX-AGE-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 LBA-DEPOSIT-DATE PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 LBA-CHECK-NO PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 LBA-AMOUNT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 LBA-DAYS PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 LBA-PAYER-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 LBA-REASON PIC X(20).
         05 FILLER PIC X(7) VALUE SPACES.

       01 LBX-BUCKET-LINE.
         05 FILLER PIC X(9) VALUE ' 0-30:'.
         05 LBB-0-30 PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(9) VALUE '  31-60:'.
         05 LBB-31-60 PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(9) VALUE '  61-90:'.
         05 LBB-61-90 PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(7) VALUE '  90+:'.
         05 LBB-OVER-90 PIC ZZZ,ZZZ,ZZ9.99.

       01 LBX-TOTAL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 LBT-LABEL PIC X(24).
         05 LBT-COUNT PIC ZZZZ9.
         05 FILLER PIC X(10) VALUE '  AMOUNT: '.
         05 LBT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(36) VALUE SPACES.

       01 LBX-BLANK-LINE PIC X(90) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-DATE-SPLIT
           COMPUTE WS-RUN-DAY-NO =
             WS-DATE-YY * 365 + WS-DATE-MM * 31 + WS-DATE-DD
           OPEN OUTPUT LOCKBOX-RPT
           MOVE WS-RUN-DATE TO LBH-DATE
           WRITE LOCKBOX-LINE FROM LBX-HDR-LINE
           PERFORM 105-VERIFY-DEPOSIT-TOTALS
           IF NOT WS-DEP-TOTAL-SEEN
             OR WS-DEP-COUNT NOT = WS-DEP-TRL-COUNT
             OR WS-DEP-TOTAL NOT = WS-DEP-TRL-TOTAL
               MOVE 'DEPOSIT OUT OF BALANCE - RUN STOPPED' TO LBS-TITLE
               WRITE LOCKBOX-LINE FROM LBX-SECTION-LINE
               CLOSE LOCKBOX-RPT
               DISPLAY 'LOCKBOX DEPOSIT OUT OF BALANCE - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-LOAD-CUSTOMER-REF
           PERFORM 115-LOAD-RESOLUTIONS
           OPEN INPUT LOCKBOX-FILE
             OUTPUT PAYMENT-TRANS
             OUTPUT SUSPENSE-OUT
           MOVE SPACES TO PAYMENT-CONTROL-REC
           MOVE 'HDR  ' TO PYC-RECORD-TYPE
           MOVE ZEROS TO PYC-BATCH-COUNT PYC-BATCH-HASH
           WRITE PAYMENT-CONTROL-REC
           WRITE LOCKBOX-LINE FROM LBX-BLANK-LINE
           MOVE 'CHECKS RECEIVED' TO LBS-TITLE
           WRITE LOCKBOX-LINE FROM LBX-SECTION-LINE
           WRITE LOCKBOX-LINE FROM LBX-MATCH-COL-LINE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ LOCKBOX-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF LBX-DETAIL
                           PERFORM 200-APPLY-ONE-CHECK
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LOCKBOX-FILE
           PERFORM 150-RECYCLE-SUSPENSE
           PERFORM 250-REPORT-UNMATCHED
           CLOSE SUSPENSE-OUT
           PERFORM 260-AGE-SUSPENSE
           PERFORM 300-CLOSE-RTN
           STOP RUN.

       *> the deposit must foot to the bank's own total record before
       *> a single payment is released to posting
       105-VERIFY-DEPOSIT-TOTALS.
           OPEN INPUT LOCKBOX-FILE
           PERFORM UNTIL WS-VER-MORE-RECORDS = 'NO '
               READ LOCKBOX-FILE
                   AT END
                       MOVE 'NO ' TO WS-VER-MORE-RECORDS
                   NOT AT END
                       EVALUATE TRUE
                           WHEN LBX-DETAIL
                               ADD 1 TO WS-DEP-COUNT
                               ADD LBX-AMOUNT TO WS-DEP-TOTAL
                           WHEN LBX-TOTAL
                               SET WS-DEP-TOTAL-SEEN TO TRUE
                               MOVE LBT-CHECK-COUNT
                                 TO WS-DEP-TRL-COUNT
                               MOVE LBT-DEPOSIT-TOTAL
                                 TO WS-DEP-TRL-TOTAL
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE LOCKBOX-FILE
           MOVE WS-DEP-COUNT TO LBD-COUNT
           MOVE WS-DEP-TRL-COUNT TO LBD-TRL-COUNT
           MOVE WS-DEP-TOTAL TO LBD-TOTAL
           MOVE WS-DEP-TRL-TOTAL TO LBD-TRL-TOTAL
           WRITE LOCKBOX-LINE FROM LBX-DEPOSIT-LINE.

       110-LOAD-CUSTOMER-REF.
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
                       MOVE REF-NAME TO WS-REF-NAME(WS-REF-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-REF.

       115-LOAD-RESOLUTIONS.
           OPEN INPUT RESOLUTION-FILE
           PERFORM UNTIL WS-RES-MORE-RECORDS = 'NO '
               READ RESOLUTION-FILE
                   AT END
                       MOVE 'NO ' TO WS-RES-MORE-RECORDS
                   NOT AT END
                       IF WS-RES-COUNT = 500
                           DISPLAY 'RESOLUTION TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-RES-COUNT
                       MOVE RES-DEPOSIT-DATE
                         TO WS-RES-DEPOSIT-DATE(WS-RES-COUNT)
                       MOVE RES-CHECK-NO
                         TO WS-RES-CHECK-NO(WS-RES-COUNT)
                       MOVE RES-IDENT TO WS-RES-IDENT(WS-RES-COUNT)
                       MOVE 'N' TO WS-RES-USED(WS-RES-COUNT)
               END-READ
           END-PERFORM
           CLOSE RESOLUTION-FILE.

       *> items already in suspense are released once the cash clerk
       *> has keyed the customer they belong to; the rest are carried
       *> forward behind this deposit's unidentified checks
       150-RECYCLE-SUSPENSE.
           WRITE LOCKBOX-LINE FROM LBX-BLANK-LINE
           MOVE 'SUSPENSE ITEMS RESOLVED' TO LBS-TITLE
           WRITE LOCKBOX-LINE FROM LBX-SECTION-LINE
           WRITE LOCKBOX-LINE FROM LBX-MATCH-COL-LINE
           OPEN INPUT SUSPENSE-IN
           PERFORM UNTIL WS-SUI-MORE-RECORDS = 'NO '
               READ SUSPENSE-IN
                   AT END
                       MOVE 'NO ' TO WS-SUI-MORE-RECORDS
                   NOT AT END
                       MOVE SUI-DEPOSIT-DATE TO WS-CHK-DEPOSIT-DATE
                       MOVE SUI-CHECK-NO TO WS-CHK-CHECK-NO
                       MOVE SUI-AMOUNT TO WS-CHK-AMOUNT
                       MOVE SUI-CUST-NO TO WS-CHK-CUST-NO
                       MOVE SUI-PAYER-NAME TO WS-CHK-PAYER-NAME
                       MOVE SUI-REASON TO WS-SUSPENSE-REASON
                       PERFORM 170-RESOLVE-ONE-ITEM
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-IN.

       170-RESOLVE-ONE-ITEM.
           MOVE ZEROS TO WS-RES-FOUND-SUB
           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
             UNTIL WS-RES-SUB > WS-RES-COUNT
               IF WS-RES-DEPOSIT-DATE(WS-RES-SUB) =
                 WS-CHK-DEPOSIT-DATE
                 AND WS-RES-CHECK-NO(WS-RES-SUB) = WS-CHK-CHECK-NO
                 AND WS-RES-USED(WS-RES-SUB) = 'N'
                   MOVE WS-RES-SUB TO WS-RES-FOUND-SUB
                   MOVE WS-RES-COUNT TO WS-RES-SUB
               END-IF
           END-PERFORM
           IF WS-RES-FOUND-SUB = 0
               PERFORM 230-WRITE-SUSPENSE
           ELSE
               MOVE 'Y' TO WS-RES-USED(WS-RES-FOUND-SUB)
               MOVE WS-RES-IDENT(WS-RES-FOUND-SUB) TO WS-CHK-CUST-NO
               MOVE SPACES TO WS-CHK-PAYER-NAME
               PERFORM 210-MATCH-CUSTOMER
               MOVE WS-CHK-DEPOSIT-DATE TO LBM-DEPOSIT-DATE
               MOVE WS-CHK-CHECK-NO TO LBM-CHECK-NO
               MOVE WS-CHK-AMOUNT TO LBM-AMOUNT
               MOVE SUI-PAYER-NAME TO LBM-PAYER-NAME
               MOVE WS-CHK-CUST-NO TO LBM-IDENT
               IF WS-MATCHED
                   PERFORM 220-WRITE-PAYMENT
                   ADD 1 TO WS-RESOLVED-COUNT
                   ADD WS-CHK-AMOUNT TO WS-RESOLVED-TOTAL
                   MOVE 'RELEASED' TO LBM-RESULT
               ELSE
                   MOVE 'BAD RESOLUTION ID' TO WS-SUSPENSE-REASON
                   MOVE SUI-CUST-NO TO WS-CHK-CUST-NO
                   MOVE SUI-PAYER-NAME TO WS-CHK-PAYER-NAME
                   PERFORM 230-WRITE-SUSPENSE
                   ADD 1 TO WS-BADRES-COUNT
                   MOVE WS-SUSPENSE-REASON TO LBM-RESULT
               END-IF
               WRITE LOCKBOX-LINE FROM LBX-MATCH-LINE
           END-IF.

       200-APPLY-ONE-CHECK.
           MOVE LBX-DEPOSIT-DATE TO WS-CHK-DEPOSIT-DATE
           MOVE LBX-CHECK-NO TO WS-CHK-CHECK-NO
           MOVE LBX-AMOUNT TO WS-CHK-AMOUNT
           MOVE LBX-CUST-NO TO WS-CHK-CUST-NO
           MOVE LBX-PAYER-NAME TO WS-CHK-PAYER-NAME
           PERFORM 210-MATCH-CUSTOMER
           MOVE WS-CHK-DEPOSIT-DATE TO LBM-DEPOSIT-DATE
           MOVE WS-CHK-CHECK-NO TO LBM-CHECK-NO
           MOVE WS-CHK-AMOUNT TO LBM-AMOUNT
           MOVE WS-CHK-PAYER-NAME TO LBM-PAYER-NAME
           IF WS-MATCHED
               PERFORM 220-WRITE-PAYMENT
               ADD 1 TO WS-MATCHED-COUNT
               ADD WS-CHK-AMOUNT TO WS-MATCHED-TOTAL
               MOVE WS-MATCH-IDENT TO LBM-IDENT
               MOVE 'APPLIED' TO LBM-RESULT
           ELSE
               PERFORM 230-WRITE-SUSPENSE
               MOVE WS-CHK-CUST-NO TO LBM-IDENT
               MOVE WS-SUSPENSE-REASON TO LBM-RESULT
           END-IF
           WRITE LOCKBOX-LINE FROM LBX-MATCH-LINE.

       *> the customer number on the remittance stub wins if it is on
       *> file; otherwise the payer name must match exactly one
       *> customer's name - two or more is ambiguous and goes to
       *> suspense for a person to sort out
       210-MATCH-CUSTOMER.
           MOVE 'NO ' TO WS-MATCH-SW
           MOVE SPACES TO WS-MATCH-IDENT
           IF WS-CHK-CUST-NO NOT = SPACES
               PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                 UNTIL WS-REF-SUB > WS-REF-COUNT
                   IF WS-REF-IDENT(WS-REF-SUB) = WS-CHK-CUST-NO
                       SET WS-MATCHED TO TRUE
                       MOVE WS-REF-IDENT(WS-REF-SUB) TO WS-MATCH-IDENT
                       MOVE WS-REF-COUNT TO WS-REF-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF NOT WS-MATCHED
             AND WS-CHK-PAYER-NAME NOT = SPACES
               MOVE ZERO TO WS-NAME-HITS
               PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                 UNTIL WS-REF-SUB > WS-REF-COUNT
                   IF WS-REF-NAME(WS-REF-SUB) = WS-CHK-PAYER-NAME
                       ADD 1 TO WS-NAME-HITS
                       MOVE WS-REF-IDENT(WS-REF-SUB) TO WS-MATCH-IDENT
                   END-IF
               END-PERFORM
               IF WS-NAME-HITS = 1
                   SET WS-MATCHED TO TRUE
               END-IF
           END-IF
           IF NOT WS-MATCHED
               MOVE SPACES TO WS-MATCH-IDENT
               EVALUATE TRUE
                   WHEN WS-NAME-HITS > 1
                       MOVE 'AMBIGUOUS NAME' TO WS-SUSPENSE-REASON
                   WHEN WS-CHK-CUST-NO NOT = SPACES
                       MOVE 'UNKNOWN CUSTOMER NO' TO WS-SUSPENSE-REASON
                   WHEN OTHER
                       MOVE 'NO MATCHING NAME' TO WS-SUSPENSE-REASON
               END-EVALUATE
           END-IF
           MOVE ZERO TO WS-NAME-HITS.

       220-WRITE-PAYMENT.
           MOVE WS-CHK-AMOUNT TO WS-PAY-REMAINING
           PERFORM UNTIL WS-PAY-REMAINING = 0
               MOVE SPACES TO PAYMENT-REC
               MOVE WS-MATCH-IDENT TO PAY-IDENT
               IF WS-PAY-REMAINING > WS-MAX-TRANS-AMT
                   MOVE WS-MAX-TRANS-AMT TO PAY-AMOUNT
               ELSE
                   MOVE WS-PAY-REMAINING TO PAY-AMOUNT
               END-IF
               MOVE 'P' TO PAY-TRANS-TYPE
               WRITE PAYMENT-REC
               ADD 1 TO WS-TRANS-COUNT
               ADD PAY-AMOUNT TO WS-TRANS-HASH
               SUBTRACT PAY-AMOUNT FROM WS-PAY-REMAINING
           END-PERFORM.

       230-WRITE-SUSPENSE.
           MOVE SPACES TO SUSPENSE-OUT-REC
           MOVE WS-CHK-DEPOSIT-DATE TO SUO-DEPOSIT-DATE
           MOVE WS-CHK-CHECK-NO TO SUO-CHECK-NO
           MOVE WS-CHK-AMOUNT TO SUO-AMOUNT
           MOVE WS-CHK-CUST-NO TO SUO-CUST-NO
           MOVE WS-CHK-PAYER-NAME TO SUO-PAYER-NAME
           MOVE WS-SUSPENSE-REASON TO SUO-REASON
           WRITE SUSPENSE-OUT-REC
           ADD 1 TO WS-SUSPENSE-COUNT
           ADD WS-CHK-AMOUNT TO WS-SUSPENSE-TOTAL.

       *> everything left unapplied after this run, new and carried,
       *> aged from its deposit date
       260-AGE-SUSPENSE.
           WRITE LOCKBOX-LINE FROM LBX-BLANK-LINE
           MOVE 'UNAPPLIED CASH AGING' TO LBS-TITLE
           WRITE LOCKBOX-LINE FROM LBX-SECTION-LINE
           WRITE LOCKBOX-LINE FROM LBX-AGE-COL-LINE
           MOVE 'YES' TO WS-SUI-MORE-RECORDS
           OPEN INPUT SUSPENSE-OUT
           PERFORM UNTIL WS-SUI-MORE-RECORDS = 'NO '
               READ SUSPENSE-OUT
                   AT END
                       MOVE 'NO ' TO WS-SUI-MORE-RECORDS
                   NOT AT END
                       PERFORM 240-AGE-SUSPENSE-ITEM
               END-READ
           END-PERFORM
           CLOSE SUSPENSE-OUT.

       240-AGE-SUSPENSE-ITEM.
           MOVE SUO-DEPOSIT-DATE TO WS-DATE-SPLIT
           COMPUTE WS-DEP-DAY-NO =
             WS-DATE-YY * 365 + WS-DATE-MM * 31 + WS-DATE-DD
           COMPUTE WS-DAYS-HELD = WS-RUN-DAY-NO - WS-DEP-DAY-NO
           IF WS-DAYS-HELD < 0
               MOVE ZERO TO WS-DAYS-HELD
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-HELD NOT > 30
                   ADD SUO-AMOUNT TO WS-AGE-0-30
               WHEN WS-DAYS-HELD NOT > 60
                   ADD SUO-AMOUNT TO WS-AGE-31-60
               WHEN WS-DAYS-HELD NOT > 90
                   ADD SUO-AMOUNT TO WS-AGE-61-90
               WHEN OTHER
                   ADD SUO-AMOUNT TO WS-AGE-OVER-90
           END-EVALUATE
           MOVE SUO-DEPOSIT-DATE TO LBA-DEPOSIT-DATE
           MOVE SUO-CHECK-NO TO LBA-CHECK-NO
           MOVE SUO-AMOUNT TO LBA-AMOUNT
           MOVE WS-DAYS-HELD TO LBA-DAYS
           MOVE SUO-PAYER-NAME TO LBA-PAYER-NAME
           MOVE SUO-REASON TO LBA-REASON
           WRITE LOCKBOX-LINE FROM LBX-AGE-LINE.

       *> resolutions never matched to a suspense item are keying
       *> errors - list them instead of losing them
       250-REPORT-UNMATCHED.
           PERFORM VARYING WS-RES-SUB FROM 1 BY 1
             UNTIL WS-RES-SUB > WS-RES-COUNT
               IF WS-RES-USED(WS-RES-SUB) = 'N'
                   MOVE WS-RES-DEPOSIT-DATE(WS-RES-SUB)
                     TO LBM-DEPOSIT-DATE
                   MOVE WS-RES-CHECK-NO(WS-RES-SUB) TO LBM-CHECK-NO
                   MOVE ZEROS TO LBM-AMOUNT
                   MOVE SPACES TO LBM-PAYER-NAME
                   MOVE WS-RES-IDENT(WS-RES-SUB) TO LBM-IDENT
                   MOVE 'UNMATCHED RESOLUTION' TO LBM-RESULT
                   WRITE LOCKBOX-LINE FROM LBX-MATCH-LINE
                   ADD 1 TO WS-BADRES-COUNT
               END-IF
           END-PERFORM.

       300-CLOSE-RTN.
           MOVE SPACES TO PAYMENT-CONTROL-REC
           MOVE 'TRL  ' TO PYC-RECORD-TYPE
           MOVE WS-TRANS-COUNT TO PYC-BATCH-COUNT
           MOVE WS-TRANS-HASH TO PYC-BATCH-HASH
           WRITE PAYMENT-CONTROL-REC
           MOVE WS-AGE-0-30 TO LBB-0-30
           MOVE WS-AGE-31-60 TO LBB-31-60
           MOVE WS-AGE-61-90 TO LBB-61-90
           MOVE WS-AGE-OVER-90 TO LBB-OVER-90
           WRITE LOCKBOX-LINE FROM LBX-BUCKET-LINE
           WRITE LOCKBOX-LINE FROM LBX-BLANK-LINE
           MOVE 'CHECKS APPLIED:' TO LBT-LABEL
           MOVE WS-MATCHED-COUNT TO LBT-COUNT
           MOVE WS-MATCHED-TOTAL TO LBT-AMOUNT
           WRITE LOCKBOX-LINE FROM LBX-TOTAL-LINE
           MOVE 'SUSPENSE RELEASED:' TO LBT-LABEL
           MOVE WS-RESOLVED-COUNT TO LBT-COUNT
           MOVE WS-RESOLVED-TOTAL TO LBT-AMOUNT
           WRITE LOCKBOX-LINE FROM LBX-TOTAL-LINE
           MOVE 'UNAPPLIED CASH HELD:' TO LBT-LABEL
           MOVE WS-SUSPENSE-COUNT TO LBT-COUNT
           MOVE WS-SUSPENSE-TOTAL TO LBT-AMOUNT
           WRITE LOCKBOX-LINE FROM LBX-TOTAL-LINE
           MOVE 'RESOLUTION ERRORS:' TO LBT-LABEL
           MOVE WS-BADRES-COUNT TO LBT-COUNT
           MOVE ZEROS TO LBT-AMOUNT
           WRITE LOCKBOX-LINE FROM LBX-TOTAL-LINE
           CLOSE PAYMENT-TRANS LOCKBOX-RPT
           DISPLAY 'LOCKBOX CHECKS APPLIED: ' WS-MATCHED-COUNT
             ' RELEASED: ' WS-RESOLVED-COUNT
             ' UNAPPLIED: ' WS-SUSPENSE-COUNT.

       end program LockboxImport.
