       ASSIGN TO 'CH3PERIODCONTROL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> minimum dunning level to letter (1=past due, 2=over 30 and
       *> 3=over 60 days past due) - single control record, defaults
       *> to level 1
       SELECT OPTIONAL DUN-CONTROL-FILE
       ASSIGN TO 'CH3DUNCONTROL'
       ORGANIZATION IS LINE SEQUENTIAL.
       ASSIGN TO 'CH3DUNLETTERS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> machine-readable log of who was dunned at what level and
       *> when - appended each run so the dunning history is kept
       SELECT OPTIONAL DUN-LOG
       ASSIGN TO 'CH3DUNLOG'
       ORGANIZATION IS LINE SEQUENTIAL.

         05 OI-PERIOD PIC 9(6).
         05 FILLER PIC X(1).
         05 OI-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 OI-INVOICE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 OI-DUE-DATE PIC 9(6).

       FD CUSTOMER-REF RECORDING MODE IS F.
       01 CUSTOMER-REF-REC.
           10 WS-ITM-IDENT PIC X(5).
           10 WS-ITM-PERIOD PIC 9(6).
           10 WS-ITM-AMOUNT PIC 9(7)V99.
           10 WS-ITM-DUE-DATE PIC 9(6).
       01 WS-ITM-SUB PIC 9(4) VALUE ZERO.

       *> days past the item's due date - an item carried from before
       *> due dates were stamped is graded by its posting period
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

       01 LETTER-BODY-60-1.
         05 FILLER PIC X(80) VALUE
             '  The balance below is now more than thirty days'.

       01 LETTER-BODY-60-2.
         05 FILLER PIC X(80) VALUE

       01 LETTER-BODY-90-2.
         05 FILLER PIC X(80) VALUE
             '  more than sixty days past due. Unless payment is'.

       01 LETTER-BODY-90-3.
         05 FILLER PIC X(80) VALUE
             '  received within ten days your account will be'.

       01 LETTER-BODY-90-4.
         05 FILLER PIC X(80) VALUE
             '  referred for collection and further shipments held.'.

       01 LETTER-ITEM-HDR-LINE.
         05 FILLER PIC X(12) VALUE '  PERIOD'.
         05 FILLER PIC X(10) VALUE 'DUE DATE'.
         05 FILLER PIC X(14) VALUE 'OPEN AMOUNT'.
         05 FILLER PIC X(44) VALUE SPACES.

       01 LETTER-ITEM-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 LTI-PERIOD PIC 9(6).
         05 FILLER PIC X(4) VALUE SPACES.
         05 LTI-DUE-DATE PIC 9(6).
         05 FILLER PIC X(4) VALUE SPACES.
         05 LTI-AMOUNT PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(46) VALUE SPACES.

       01 LETTER-TOTAL-LINE.
         05 FILLER PIC X(12) VALUE '  TOTAL DUE:'.
       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-RUN-DATE-SPLIT
           COMPUTE WS-RUN-DAY-NO =
             WS-RUN-YY * 365 + WS-RUN-MM * 31 + WS-RUN-DD
           PERFORM 105-LOAD-CONTROLS
           PERFORM 110-FIND-CURRENT-PERIOD
           PERFORM 120-LOAD-OPEN-ITEMS
           OPEN INPUT CUSTOMER-REF
             OUTPUT DUN-LETTERS
             EXTEND DUN-LOG
           PERFORM UNTIL WS-REF-MORE-RECORDS = 'NO '
               READ CUSTOMER-REF
                   AT END
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
           END-IF.

       210-GRADE-ONE-ITEM.
           IF WS-ITM-DUE-DATE(WS-ITM-SUB) > 0
               MOVE WS-ITM-DUE-DATE(WS-ITM-SUB) TO WS-DUE-DATE-SPLIT
               COMPUTE WS-DUE-DAY-NO =
                 WS-DUE-YY * 365 + WS-DUE-MM * 31 + WS-DUE-DD
               COMPUTE WS-DAYS-PAST-DUE =
                 WS-RUN-DAY-NO - WS-DUE-DAY-NO
               EVALUATE TRUE
                   WHEN WS-DAYS-PAST-DUE NOT > 0
                       MOVE ZERO TO WS-ITEM-LEVEL
                   WHEN WS-DAYS-PAST-DUE NOT > 30
                       MOVE 1 TO WS-ITEM-LEVEL
                   WHEN WS-DAYS-PAST-DUE NOT > 60
                       MOVE 2 TO WS-ITEM-LEVEL
                   WHEN OTHER
                       MOVE 3 TO WS-ITEM-LEVEL
               END-EVALUATE
           ELSE
               MOVE WS-ITM-PERIOD(WS-ITM-SUB) TO WS-PERIOD-SPLIT
               COMPUTE WS-ITEM-KEY = WS-PER-YYYY * 12 + WS-PER-MM
               COMPUTE WS-PERIOD-AGE = WS-CURRENT-KEY - WS-ITEM-KEY
               EVALUATE TRUE
                   WHEN WS-PERIOD-AGE NOT > 0
                       MOVE ZERO TO WS-ITEM-LEVEL
                   WHEN WS-PERIOD-AGE = 1
                       MOVE 1 TO WS-ITEM-LEVEL
                   WHEN WS-PERIOD-AGE = 2
                       MOVE 2 TO WS-ITEM-LEVEL
                   WHEN OTHER
                       MOVE 3 TO WS-ITEM-LEVEL
               END-EVALUATE
           END-IF
           IF WS-ITEM-LEVEL > WS-CUST-LEVEL
               MOVE WS-ITEM-LEVEL TO WS-CUST-LEVEL
           END-IF
               IF WS-ITM-IDENT(WS-ITM-SUB) = REF-IDENT
                 AND WS-ITM-AMOUNT(WS-ITM-SUB) > 0
                   MOVE WS-ITM-PERIOD(WS-ITM-SUB) TO LTI-PERIOD
                   MOVE WS-ITM-DUE-DATE(WS-ITM-SUB) TO LTI-DUE-DATE
                   MOVE WS-ITM-AMOUNT(WS-ITM-SUB) TO LTI-AMOUNT
                   WRITE LETTER-LINE FROM LETTER-ITEM-LINE
               END-IF
