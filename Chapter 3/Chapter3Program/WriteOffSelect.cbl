       identification division.
       program-id. WriteOffSelect.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> the aging run's surviving open items with their due dates
       SELECT OPEN-ITEMS
       ASSIGN TO 'CH3OPENITEMSOUT'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMER-REF
       ASSIGN TO 'CH3CUSTREF'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL PERIOD-CONTROL-FILE
       ASSIGN TO 'CH3PERIODCONTROL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> dunning history - only the latest run's levels count here
       SELECT OPTIONAL DUN-LOG
       ASSIGN TO 'CH3DUNLOG'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> write-off selection thresholds and the allowance percent
       *> per aged bucket - single control record shared with the
       *> allowance report
       SELECT OPTIONAL WO-CONTROL-FILE
       ASSIGN TO 'CH3WOCONTROL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> one candidate per customer for the credit manager's
       *> approve/deny decision - read back by WriteOffPost
       SELECT WO-CANDIDATES
       ASSIGN TO 'CH3WOCANDIDATES'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> printed approval list
       SELECT WO-APPROVAL-RPT
       ASSIGN TO 'CH3WOAPPROVAL'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD OPEN-ITEMS RECORDING MODE IS F.
       01 OPEN-ITEM-REC.
         05 OI-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 OI-PERIOD PIC 9(6).
         05 FILLER PIC X(1).
         05 OI-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 OI-INVOICE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 OI-DUE-DATE PIC 9(6).

       FD CUSTOMER-REF RECORDING MODE IS F.
       01 CUSTOMER-REF-REC.
         05 REF-IDENT PIC X(5).
         05 REF-NAME PIC X(20).
         05 REF-CREDIT-LIMIT PIC 9(7)V99.
         05 FILLER PIC X(46).

       FD PERIOD-CONTROL-FILE RECORDING MODE IS F.
       01 PERIOD-CONTROL-REC.
         05 PC-PERIOD-ID PIC 9(6).
         05 FILLER PIC X(1).
         05 PC-STATUS PIC X(1).
         05 FILLER PIC X(1).
         05 PC-ACTION-DATE PIC 9(6).

       FD DUN-LOG RECORDING MODE IS F.
       01 DUN-LOG-REC.
         05 DNL-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 DNL-LEVEL PIC 9(1).
         05 FILLER PIC X(1).
         05 DNL-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 DNL-DATE PIC 9(6).

       *> minimum days past due for an item to qualify, and the
       *> dunning level (0 = not used) at which all of a customer's
       *> past-due items qualify
       FD WO-CONTROL-FILE RECORDING MODE IS F.
       01 WO-CONTROL-REC.
         05 CTL-MIN-DAYS PIC 9(3).
         05 FILLER PIC X(1).
         05 CTL-MIN-LEVEL PIC 9(1).
         05 FILLER PIC X(1).
         05 CTL-PCT-CURRENT PIC 9V999.
         05 FILLER PIC X(1).
         05 CTL-PCT-1-30 PIC 9V999.
         05 FILLER PIC X(1).
         05 CTL-PCT-31-60 PIC 9V999.
         05 FILLER PIC X(1).
         05 CTL-PCT-OVER-60 PIC 9V999.

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

       FD WO-APPROVAL-RPT RECORDING MODE IS F.
       01 APPROVAL-LINE PIC X(90).

       working-storage section.
       01 WS-OI-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-REF-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-PC-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-DNL-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-MIN-DAYS PIC 9(3) VALUE 120.
       01 WS-MIN-LEVEL PIC 9(1) VALUE ZERO.

       01 WS-ITEM-TABLE.
         05 WS-ITM-COUNT PIC 9(4) VALUE ZERO.
         05 WS-ITM-ENTRY OCCURS 1000 TIMES.
           10 WS-ITM-IDENT PIC X(5).
           10 WS-ITM-PERIOD PIC 9(6).
           10 WS-ITM-AMOUNT PIC 9(7)V99.
           10 WS-ITM-DUE-DATE PIC 9(6).
       01 WS-ITM-SUB PIC 9(4) VALUE ZERO.

       *> latest dunning level per customer
       01 WS-DUN-TABLE.
         05 WS-DUN-COUNT PIC 9(3) VALUE ZERO.
         05 WS-DUN-ENTRY OCCURS 500 TIMES.
           10 WS-DUN-IDENT PIC X(5).
           10 WS-DUN-LEVEL PIC 9(1).
       01 WS-DUN-SUB PIC 9(3) VALUE ZERO.
       01 WS-DUN-LATEST-DATE PIC 9(6) VALUE ZEROS.

       *> days past the item's due date - an item carried from before
       *> due dates were stamped is aged a month per period behind
       01 WS-RUN-DATE-SPLIT.
         05 WS-RUN-YY PIC 9(2).
         05 WS-RUN-MM PIC 9(2).
         05 WS-RUN-DD PIC 9(2).
       01 WS-DUE-DATE-SPLIT.
         05 WS-DUE-YY PIC 9(2).
         05 WS-DUE-MM PIC 9(2).
         05 WS-DUE-DD PIC 9(2).
       01 WS-RUN-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-DUE-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-DAYS-PAST-DUE PIC S9(6) VALUE ZERO.

       01 WS-CURRENT-PERIOD PIC 9(6) VALUE ZEROS.
       01 WS-CURRENT-KEY PIC 9(6) VALUE ZEROS.
       01 WS-ITEM-KEY PIC 9(6) VALUE ZEROS.
       01 WS-PERIOD-AGE PIC S9(4) VALUE ZEROS.
       01 WS-PERIOD-SPLIT.
         05 WS-PER-YYYY PIC 9(4).
         05 WS-PER-MM PIC 9(2).
       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.
       01 WS-RUN-DATE-FIELD.
         05 WS-RD-YYYY PIC 9(4).
         05 WS-RD-MM PIC 9(2).
         05 WS-RD-DD PIC 9(2).

       *> the customer's qualifying items, totalled for the candidate
       01 WS-CUST-LEVEL PIC 9(1) VALUE ZERO.
       01 WS-CUST-AMOUNT PIC 9(7)V99 VALUE ZEROS.
       01 WS-CUST-ITEMS PIC 9(3) VALUE ZERO.
       01 WS-CUST-OLDEST-DUE PIC 9(6) VALUE ZEROS.
       01 WS-CUST-MAX-DAYS PIC S9(6) VALUE ZERO.
       01 WS-ITEM-QUALIFIES-SW PIC X(3) VALUE 'NO '.
         88 WS-ITEM-QUALIFIES VALUE 'YES'.

       01 WS-CANDIDATE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CANDIDATE-TOTAL PIC 9(9)V99 VALUE ZEROS.

       01 APPROVAL-HDR-LINE.
         05 FILLER PIC X(38) VALUE
           ' BAD-DEBT WRITE-OFF APPROVAL   DATE: '.
         05 APH-DATE PIC 9(6).
         05 FILLER PIC X(14) VALUE '  MIN DAYS: '.
         05 APH-MIN-DAYS PIC ZZ9.
         05 FILLER PIC X(14) VALUE '  MIN LEVEL: '.
         05 APH-MIN-LEVEL PIC 9.
         05 FILLER PIC X(14) VALUE SPACES.

       01 APPROVAL-COL-LINE.
         05 FILLER PIC X(7) VALUE ' CUST'.
         05 FILLER PIC X(22) VALUE 'NAME'.
         05 FILLER PIC X(15) VALUE 'WRITE-OFF AMT'.
         05 FILLER PIC X(7) VALUE 'ITEMS'.
         05 FILLER PIC X(10) VALUE 'OLDEST DUE'.
         05 FILLER PIC X(7) VALUE 'DAYS'.
         05 FILLER PIC X(6) VALUE 'LVL'.
         05 FILLER PIC X(16) VALUE 'APPROVE (A/D)'.

       01 APPROVAL-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 APD-IDENT PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 APD-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 APD-AMOUNT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 APD-ITEMS PIC ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 APD-OLDEST-DUE PIC 9(6).
         05 FILLER PIC X(4) VALUE SPACES.
         05 APD-DAYS PIC ZZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 APD-LEVEL PIC 9.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(16) VALUE '______'.

       01 APPROVAL-TOTAL-LINE.
         05 FILLER PIC X(13) VALUE ' CANDIDATES: '.
         05 APT-COUNT PIC ZZZZ9.
         05 FILLER PIC X(18) VALUE '  TOTAL PROPOSED: '.
         05 APT-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(40) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-SPLIT
           COMPUTE WS-RUN-DAY-NO =
             WS-RUN-YY * 365 + WS-RUN-MM * 31 + WS-RUN-DD
           PERFORM 105-LOAD-CONTROLS
           PERFORM 110-FIND-CURRENT-PERIOD
           PERFORM 115-LOAD-DUN-LOG
           PERFORM 120-LOAD-OPEN-ITEMS
           OPEN INPUT CUSTOMER-REF
             OUTPUT WO-CANDIDATES
             OUTPUT WO-APPROVAL-RPT
           MOVE WS-RUN-DATE TO APH-DATE
           MOVE WS-MIN-DAYS TO APH-MIN-DAYS
           MOVE WS-MIN-LEVEL TO APH-MIN-LEVEL
           WRITE APPROVAL-LINE FROM APPROVAL-HDR-LINE
           WRITE APPROVAL-LINE FROM APPROVAL-COL-LINE
           PERFORM UNTIL WS-REF-MORE-RECORDS = 'NO '
               READ CUSTOMER-REF
                   AT END
                       MOVE 'NO ' TO WS-REF-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-SELECT-ONE-CUSTOMER
               END-READ
           END-PERFORM
           MOVE WS-CANDIDATE-COUNT TO APT-COUNT
           MOVE WS-CANDIDATE-TOTAL TO APT-TOTAL
           WRITE APPROVAL-LINE FROM APPROVAL-TOTAL-LINE
           CLOSE CUSTOMER-REF WO-CANDIDATES WO-APPROVAL-RPT
           DISPLAY 'WRITE-OFF CANDIDATES LISTED: ' WS-CANDIDATE-COUNT
           STOP RUN.

       105-LOAD-CONTROLS.
           OPEN INPUT WO-CONTROL-FILE
           READ WO-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-MIN-DAYS NUMERIC AND CTL-MIN-DAYS > 0
                       MOVE CTL-MIN-DAYS TO WS-MIN-DAYS
                   END-IF
                   IF CTL-MIN-LEVEL NUMERIC
                       MOVE CTL-MIN-LEVEL TO WS-MIN-LEVEL
                   END-IF
           END-READ
           CLOSE WO-CONTROL-FILE.

       110-FIND-CURRENT-PERIOD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-FIELD
           COMPUTE WS-CURRENT-PERIOD =
             WS-RD-YYYY * 100 + WS-RD-MM
           OPEN INPUT PERIOD-CONTROL-FILE
           PERFORM UNTIL WS-PC-MORE-RECORDS = 'NO '
               READ PERIOD-CONTROL-FILE
                   AT END
                       MOVE 'NO ' TO WS-PC-MORE-RECORDS
                   NOT AT END
                       IF PC-STATUS = 'O'
                           MOVE PC-PERIOD-ID TO WS-CURRENT-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PERIOD-CONTROL-FILE
           MOVE WS-CURRENT-PERIOD TO WS-PERIOD-SPLIT
           COMPUTE WS-CURRENT-KEY = WS-PER-YYYY * 12 + WS-PER-MM.

       *> the log is appended in run order, so a later run date
       *> starts the table over and older entries are passed by
       115-LOAD-DUN-LOG.
           OPEN INPUT DUN-LOG
           PERFORM UNTIL WS-DNL-MORE-RECORDS = 'NO '
               READ DUN-LOG
                   AT END
                       MOVE 'NO ' TO WS-DNL-MORE-RECORDS
                   NOT AT END
                       IF DNL-DATE > WS-DUN-LATEST-DATE
                           MOVE DNL-DATE TO WS-DUN-LATEST-DATE
                           MOVE ZERO TO WS-DUN-COUNT
                       END-IF
                       IF DNL-DATE = WS-DUN-LATEST-DATE
                           PERFORM 117-ADD-DUN-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DUN-LOG.

       117-ADD-DUN-ENTRY.
           IF WS-DUN-COUNT = 500
               DISPLAY 'DUNNING TABLE FULL - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DUN-COUNT
           MOVE DNL-IDENT TO WS-DUN-IDENT(WS-DUN-COUNT)
           MOVE DNL-LEVEL TO WS-DUN-LEVEL(WS-DUN-COUNT).

       120-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEMS
           PERFORM UNTIL WS-OI-MORE-RECORDS = 'NO '
               READ OPEN-ITEMS
                   AT END
                       MOVE 'NO ' TO WS-OI-MORE-RECORDS
                   NOT AT END
                       IF WS-ITM-COUNT = 1000
                           DISPLAY 'OPEN ITEM TABLE FULL - STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-ITM-COUNT
                       MOVE OI-IDENT TO WS-ITM-IDENT(WS-ITM-COUNT)
                       MOVE OI-PERIOD TO WS-ITM-PERIOD(WS-ITM-COUNT)
                       MOVE OI-AMOUNT TO WS-ITM-AMOUNT(WS-ITM-COUNT)
                       IF OI-DUE-DATE NUMERIC
                           MOVE OI-DUE-DATE
                             TO WS-ITM-DUE-DATE(WS-ITM-COUNT)
                       ELSE
                           MOVE ZEROS TO WS-ITM-DUE-DATE(WS-ITM-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS.

       *> an item qualifies once it is the minimum days past due, or
       *> once the customer has been dunned at the minimum level and
       *> the item is past due at all
       200-SELECT-ONE-CUSTOMER.
           MOVE ZERO TO WS-CUST-LEVEL
           MOVE ZEROS TO WS-CUST-AMOUNT
           MOVE ZERO TO WS-CUST-ITEMS
           MOVE ZEROS TO WS-CUST-OLDEST-DUE
           MOVE ZERO TO WS-CUST-MAX-DAYS
           PERFORM VARYING WS-DUN-SUB FROM 1 BY 1
             UNTIL WS-DUN-SUB > WS-DUN-COUNT
               IF WS-DUN-IDENT(WS-DUN-SUB) = REF-IDENT
                   MOVE WS-DUN-LEVEL(WS-DUN-SUB) TO WS-CUST-LEVEL
                   MOVE WS-DUN-COUNT TO WS-DUN-SUB
               END-IF
           END-PERFORM
           PERFORM VARYING WS-ITM-SUB FROM 1 BY 1
             UNTIL WS-ITM-SUB > WS-ITM-COUNT
               IF WS-ITM-IDENT(WS-ITM-SUB) = REF-IDENT
                 AND WS-ITM-AMOUNT(WS-ITM-SUB) > 0
                   PERFORM 210-TEST-ONE-ITEM
               END-IF
           END-PERFORM
           IF WS-CUST-AMOUNT > 0
               PERFORM 220-WRITE-CANDIDATE
           END-IF.

       210-TEST-ONE-ITEM.
           MOVE 'NO ' TO WS-ITEM-QUALIFIES-SW
           IF WS-ITM-DUE-DATE(WS-ITM-SUB) > 0
               MOVE WS-ITM-DUE-DATE(WS-ITM-SUB) TO WS-DUE-DATE-SPLIT
               COMPUTE WS-DUE-DAY-NO =
                 WS-DUE-YY * 365 + WS-DUE-MM * 31 + WS-DUE-DD
               COMPUTE WS-DAYS-PAST-DUE =
                 WS-RUN-DAY-NO - WS-DUE-DAY-NO
           ELSE
               MOVE WS-ITM-PERIOD(WS-ITM-SUB) TO WS-PERIOD-SPLIT
               COMPUTE WS-ITEM-KEY = WS-PER-YYYY * 12 + WS-PER-MM
               COMPUTE WS-PERIOD-AGE = WS-CURRENT-KEY - WS-ITEM-KEY
               COMPUTE WS-DAYS-PAST-DUE = WS-PERIOD-AGE * 30
           END-IF
           IF WS-DAYS-PAST-DUE NOT < WS-MIN-DAYS
               SET WS-ITEM-QUALIFIES TO TRUE
           END-IF
           IF WS-MIN-LEVEL > 0
             AND WS-CUST-LEVEL NOT < WS-MIN-LEVEL
             AND WS-DAYS-PAST-DUE > 0
               SET WS-ITEM-QUALIFIES TO TRUE
           END-IF
           IF WS-ITEM-QUALIFIES
               ADD WS-ITM-AMOUNT(WS-ITM-SUB) TO WS-CUST-AMOUNT
               ADD 1 TO WS-CUST-ITEMS
               IF WS-DAYS-PAST-DUE > WS-CUST-MAX-DAYS
                   MOVE WS-DAYS-PAST-DUE TO WS-CUST-MAX-DAYS
                   MOVE WS-ITM-DUE-DATE(WS-ITM-SUB)
                     TO WS-CUST-OLDEST-DUE
               END-IF
           END-IF.

       220-WRITE-CANDIDATE.
           MOVE SPACES TO WO-CANDIDATE-REC
           MOVE REF-IDENT TO WOC-IDENT
           MOVE WS-CUST-AMOUNT TO WOC-AMOUNT
           MOVE WS-CUST-ITEMS TO WOC-ITEM-COUNT
           MOVE WS-CUST-OLDEST-DUE TO WOC-OLDEST-DUE
           MOVE WS-CUST-MAX-DAYS TO WOC-DAYS-PAST-DUE
           MOVE WS-CUST-LEVEL TO WOC-DUN-LEVEL
           MOVE WS-RUN-DATE TO WOC-DATE
           WRITE WO-CANDIDATE-REC
           MOVE REF-IDENT TO APD-IDENT
           MOVE REF-NAME TO APD-NAME
           MOVE WS-CUST-AMOUNT TO APD-AMOUNT
           MOVE WS-CUST-ITEMS TO APD-ITEMS
           MOVE WS-CUST-OLDEST-DUE TO APD-OLDEST-DUE
           MOVE WS-CUST-MAX-DAYS TO APD-DAYS
           MOVE WS-CUST-LEVEL TO APD-LEVEL
           WRITE APPROVAL-LINE FROM APPROVAL-DETAIL-LINE
           ADD 1 TO WS-CANDIDATE-COUNT
           ADD WS-CUST-AMOUNT TO WS-CANDIDATE-TOTAL.

       end program WriteOffSelect.
