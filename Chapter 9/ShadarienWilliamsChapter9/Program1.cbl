             'CH0903ACTUALS'
             organization is line sequential.

           *> supplier contracts - a locked price through a given year,
           *> then a capped escalator
           SELECT OPTIONAL CONTRACT-FILE ASSIGN TO
             'CH0903CONTRACTS'
             organization is line sequential.

           *> year-1 total spend per item under every scenario - the
           *> budget submission is built from this for whichever
           *> scenario Finance chooses
           SELECT SPEND-EXTRACT-FILE ASSIGN TO
             'CH0903SPENDEXT'
             organization is line sequential.

           *> single control record holding the projection horizon
           *> (years to project); defaults to 10 if the file is empty
           SELECT RUN-CONTROL-FILE ASSIGN TO
         05 ACT-YEAR-IN                            PIC 99.
         05 ACT-COST-IN                            PIC 9(6)V99.

       FD CONTRACT-FILE.
       01 CONTRACT-REC.
         05 CON-ITEM-NO-IN                         PIC X(5).
       *> contract price, in the item's own currency like ITEM-COST
         05 CON-LOCKED-PRICE-IN                    PIC 9(3)V99.
       *> last calendar year the price is held flat
         05 CON-LOCK-THRU-YEAR-IN                  PIC 9(4).
       *> 'P' escalates at CON-ESC-PCT-IN; anything else follows the
       *> item category's inflation rate
         05 CON-ESC-BASIS-IN                       PIC X(1).
         05 CON-ESC-PCT-IN                         PIC 9V999.
       *> most the price may rise in any one year; zero is uncapped
         05 CON-CAP-PCT-IN                         PIC 9V999.

       FD SPEND-EXTRACT-FILE.
       01 SPEND-EXTRACT-REC.
         05 SPX-ITEM-NO                            PIC X(5).
         05 SPX-CATEGORY                           PIC X(2).
         05 SPX-SCENARIO                           PIC X(8).
         05 SPX-USAGE                              PIC 9(7).
         05 SPX-UNIT-COST                          PIC 9(6)V99.
         05 SPX-SPEND                              PIC 9(11)V99.

       FD RUN-CONTROL-FILE.
       01 CONTROL-REC.
         05 CTL-HORIZON-IN                         PIC 99.
       01 WS-USG-MORE-RECORDS                      PIC XXX VALUE 'YES'.
       01 WS-ITEM-USAGE                            PIC 9(7) VALUE ZERO.

       *> supplier contracts keyed by item - the projection holds the
       *> contract price flat through the lock, then escalates it on
       *> the contract's terms
       01 WS-CONTRACT-TABLE.
         05 WS-CON-COUNT                           PIC 9(03) VALUE ZERO.
         05 WS-CON-ENTRY OCCURS 200 TIMES.
           10 WS-CON-ITEM-NO                       PIC X(5).
           10 WS-CON-LOCKED-PRICE                  PIC 9(3)V99.
           10 WS-CON-LOCK-THRU-YEAR                PIC 9(4).
           10 WS-CON-ESC-BASIS                     PIC X(1).
           10 WS-CON-ESC-PCT                       PIC 9V999.
           10 WS-CON-CAP-PCT                       PIC 9V999.
       01 WS-CON-SUB                               PIC 9(03) VALUE ZERO.
       01 WS-CON-FOUND-SUB                         PIC 9(03) VALUE ZERO.
       01 WS-CON-MORE-RECORDS                      PIC XXX VALUE 'YES'.
       01 WS-CONTRACT-SET-SW                       PIC XXX VALUE 'NO '.
         88 WS-CONTRACT-SET VALUE 'YES'.
       01 WS-CON-LOCK-YEARS                        PIC 99 VALUE ZERO.
       01 WS-CON-RENEWAL-YEAR                      PIC 99 VALUE ZERO.
       01 WS-CON-YEAR-DIFF                         PIC S9(4) VALUE ZERO.
       01 WS-CON-JUMP-PCT                          PIC S9(3)V99 VALUE 0.

       *> contracts whose lock runs out inside the horizon, with the
       *> scenario-1 cost either side of the renewal
       01 WS-RENEWAL-TABLE.
         05 WS-RNW-COUNT                           PIC 9(03) VALUE ZERO.
         05 WS-RNW-ENTRY OCCURS 200 TIMES.
           10 WS-RNW-ITEM-NO                       PIC X(5).
           10 WS-RNW-LOCK-THRU                     PIC 9(4).
           10 WS-RNW-YEAR                          PIC 99.
           10 WS-RNW-LOCKED-COST                   PIC 9(6)V99.
           10 WS-RNW-RENEWAL-COST                  PIC 9(6)V99.
       01 WS-RNW-SUB                               PIC 9(03) VALUE ZERO.

       01 HEADER-04C.
         05                    PIC X(4) VALUE SPACES.
         05                    PIC X(18) VALUE 'CONTRACT PRICE:   '.
         05 H4C-LOCKED         PIC $ZZ,ZZ9.99.
         05                    PIC X(12) VALUE '  LOCKED TO '.
         05 H4C-LOCK-THRU      PIC 9(4).
         05                    PIC X(13) VALUE '  ESCALATOR: '.
         05 H4C-ESCALATOR      PIC X(8).
         05                    PIC X(7) VALUE '  CAP: '.
         05 H4C-CAP            PIC X(7).
         05                    PIC X(7) VALUE SPACES.
       01 WS-PCT-EDIT                              PIC Z9.9.

       01 CONTRACT-RENEWAL-LINE.
         05                    PIC X(10) VALUE SPACES.
         05                    PIC X(24) VALUE
           'CONTRACT RENEWS IN YEAR '.
         05 CRL-YEAR           PIC Z9.
         05                    PIC X(2) VALUE ': '.
         05 CRL-LOCKED-COST    PIC $ZZZ,ZZ9.99.
         05                    PIC X(4) VALUE ' TO '.
         05 CRL-RENEWAL-COST   PIC $ZZZ,ZZ9.99.
         05                    PIC X(2) VALUE SPACES.
         05 CRL-JUMP-PCT       PIC +ZZ9.99.
         05                    PIC X(1) VALUE '%'.
         05                    PIC X(16) VALUE SPACES.

       01 HEADER-RENEWAL-TITLE.
         05                    PIC X(90) VALUE
             ' CONTRACT RENEWALS WITHIN THE HORIZON (SCENARIO 1)'.

       01 HEADER-RENEWAL-COLS.
         05                    PIC X(8) VALUE ' ITEM #'.
         05                    PIC X(11) VALUE 'LOCK THRU'.
         05                    PIC X(6) VALUE 'YEAR'.
         05                    PIC X(13) VALUE 'LOCKED COST'.
         05                    PIC X(14) VALUE 'RENEWAL COST'.
         05                    PIC X(38) VALUE 'JUMP'.

       01 RENEWAL-LINE.
         05                    PIC X(1) VALUE SPACE.
         05 RNL-ITEM-NO        PIC X(5).
         05                    PIC X(4) VALUE SPACES.
         05 RNL-LOCK-THRU      PIC 9(4).
         05                    PIC X(5) VALUE SPACES.
         05 RNL-YEAR           PIC Z9.
         05                    PIC X(3) VALUE SPACES.
         05 RNL-LOCKED-COST    PIC $ZZZ,ZZ9.99.
         05                    PIC X(3) VALUE SPACES.
         05 RNL-RENEWAL-COST   PIC $ZZZ,ZZ9.99.
         05                    PIC X(3) VALUE SPACES.
         05 RNL-JUMP-PCT       PIC +ZZ9.99.
         05                    PIC X(1) VALUE '%'.
         05                    PIC X(30) VALUE SPACES.

       *> exchange rates keyed by currency; items in home dollars
       *> carry a rate of one
       *> substitution pairs and a full copy of the item file loaded
           PERFORM 112-LOAD-ACTUALS.
           PERFORM 115-LOAD-CEILINGS.
           PERFORM 118-LOAD-USAGE.
           PERFORM 111-LOAD-CONTRACTS.
           PERFORM 114-LOAD-FX-RATES.
           PERFORM 113-LOAD-SUBSTITUTIONS.
           PERFORM 116-LOAD-ITEM-TABLE.
           END-PERFORM
           CLOSE USAGE-FILE.

       111-LOAD-CONTRACTS.
           OPEN INPUT CONTRACT-FILE
           PERFORM UNTIL WS-CON-MORE-RECORDS = 'NO '
               READ CONTRACT-FILE
                   AT END
                       MOVE 'NO ' TO WS-CON-MORE-RECORDS
                   NOT AT END
                       IF WS-CON-COUNT < 200
                           ADD 1 TO WS-CON-COUNT
                           MOVE CON-ITEM-NO-IN
                             TO WS-CON-ITEM-NO(WS-CON-COUNT)
                           MOVE CON-LOCKED-PRICE-IN
                             TO WS-CON-LOCKED-PRICE(WS-CON-COUNT)
                           MOVE CON-LOCK-THRU-YEAR-IN
                             TO WS-CON-LOCK-THRU-YEAR(WS-CON-COUNT)
                           MOVE CON-ESC-BASIS-IN
                             TO WS-CON-ESC-BASIS(WS-CON-COUNT)
                           MOVE CON-ESC-PCT-IN
                             TO WS-CON-ESC-PCT(WS-CON-COUNT)
                           MOVE CON-CAP-PCT-IN
                             TO WS-CON-CAP-PCT(WS-CON-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CONTRACT-FILE.

       *> a contract replaces the item cost as the starting price and
       *> fixes how many projection years it stays flat; a lock that
       *> ran out before this year leaves only the escalator
       209-FIND-CONTRACT.
           MOVE 'NO ' TO WS-CONTRACT-SET-SW
           MOVE ZEROS TO WS-CON-FOUND-SUB WS-CON-LOCK-YEARS
             WS-CON-RENEWAL-YEAR
           PERFORM VARYING WS-CON-SUB FROM 1 BY 1
             UNTIL WS-CON-SUB > WS-CON-COUNT
               IF WS-CON-ITEM-NO(WS-CON-SUB) = ITEM-NUMBER
                   SET WS-CONTRACT-SET TO TRUE
                   MOVE WS-CON-SUB TO WS-CON-FOUND-SUB
                   MOVE WS-CON-COUNT TO WS-CON-SUB
               END-IF
           END-PERFORM
           IF WS-CONTRACT-SET
               COMPUTE WS-CON-YEAR-DIFF =
                 WS-CON-LOCK-THRU-YEAR(WS-CON-FOUND-SUB) - YEAR-FIELD
               IF WS-CON-YEAR-DIFF >= ZERO
                   IF WS-CON-YEAR-DIFF > 98
                       MOVE 98 TO WS-CON-LOCK-YEARS
                   ELSE
                       MOVE WS-CON-YEAR-DIFF TO WS-CON-LOCK-YEARS
                   END-IF
                   COMPUTE WS-CON-RENEWAL-YEAR = WS-CON-LOCK-YEARS + 1
               END-IF
           END-IF.

       *> flat through the lock; after it, the contract percent or the
       *> category rate already found, held to the cap
       222-APPLY-CONTRACT-TERMS.
           IF YR-INDEX <= WS-CON-LOCK-YEARS
               MOVE ZEROS TO WS-CURRENT-RATE-PCT
           ELSE
               IF WS-CON-ESC-BASIS(WS-CON-FOUND-SUB) = 'P'
                   MOVE WS-CON-ESC-PCT(WS-CON-FOUND-SUB)
                     TO WS-CURRENT-RATE-PCT
               END-IF
               IF WS-CON-CAP-PCT(WS-CON-FOUND-SUB) > ZEROS
                 AND WS-CURRENT-RATE-PCT >
                   WS-CON-CAP-PCT(WS-CON-FOUND-SUB)
                   MOVE WS-CON-CAP-PCT(WS-CON-FOUND-SUB)
                     TO WS-CURRENT-RATE-PCT
               END-IF
           END-IF.

       223-RECORD-RENEWAL.
           IF WS-ORIG-COST-HOLD > 0
               COMPUTE WS-CON-JUMP-PCT ROUNDED =
                 ((WS-SCEN-COST(1) - WS-ORIG-COST-HOLD)
                   / WS-ORIG-COST-HOLD) * 100
           ELSE
               MOVE ZEROS TO WS-CON-JUMP-PCT
           END-IF
           MOVE YR-INDEX TO CRL-YEAR
           MOVE WS-ORIG-COST-HOLD TO CRL-LOCKED-COST
           MOVE WS-SCEN-COST(1) TO CRL-RENEWAL-COST
           MOVE WS-CON-JUMP-PCT TO CRL-JUMP-PCT
           IF WS-RNW-COUNT < 200
               ADD 1 TO WS-RNW-COUNT
               MOVE ITEM-NUMBER TO WS-RNW-ITEM-NO(WS-RNW-COUNT)
               MOVE WS-CON-LOCK-THRU-YEAR(WS-CON-FOUND-SUB)
                 TO WS-RNW-LOCK-THRU(WS-RNW-COUNT)
               MOVE YR-INDEX TO WS-RNW-YEAR(WS-RNW-COUNT)
               MOVE WS-ORIG-COST-HOLD
                 TO WS-RNW-LOCKED-COST(WS-RNW-COUNT)
               MOVE WS-SCEN-COST(1)
                 TO WS-RNW-RENEWAL-COST(WS-RNW-COUNT)
           END-IF.

       119-FIND-USAGE.
           MOVE ZEROS TO WS-ITEM-USAGE
           PERFORM VARYING WS-USG-SUB FROM 1 BY 1

       150-HOUSEKEEPING-START.
           OPEN INPUT ITEM-FILE OUTPUT INFLATION-RPT
             OUTPUT ALERT-FILE
             OUTPUT SPEND-EXTRACT-FILE.
           MOVE FUNCTION current-date TO DATE-FIELD.
           MOVE DAY-FIELD TO OUT-DAY
           MOVE MONTH-FIELD TO OUT-MONTH
           MOVE PAGENUM TO PAGE-NO
           MOVE ITEM-NUMBER TO ITEM-NO
           MOVE ITEM-DESC TO IN-DESC
           PERFORM 209-FIND-CONTRACT
           IF WS-CONTRACT-SET
               COMPUTE WS-HOME-COST ROUNDED =
                 WS-CON-LOCKED-PRICE(WS-CON-FOUND-SUB) * WS-FX-RATE
           ELSE
               COMPUTE WS-HOME-COST ROUNDED = ITEM-COST * WS-FX-RATE
           END-IF
           MOVE ITEM-COST TO IN-COST
           MOVE WS-HOME-COST TO WS-ORIG-COST-HOLD
           ADD 1 TO WS-SUM-COUNT
               PERFORM VARYING WS-SCEN-SUB FROM 1 BY 1
                 UNTIL WS-SCEN-SUB > WS-SCEN-COUNT
                   PERFORM 220-FIND-RATE
                   IF WS-CONTRACT-SET
                       PERFORM 222-APPLY-CONTRACT-TERMS
                   END-IF
                   IF WS-CURRENT-RATE-PCT > ZERO
                       COMPUTE WS-SCEN-COST(WS-SCEN-SUB) ROUNDED =
                         WS-SCEN-COST(WS-SCEN-SUB) *
                         (1 + WS-CURRENT-RATE-PCT)
                   END-IF
                   MOVE WS-SCEN-COST(WS-SCEN-SUB) TO WS-COST-EDIT
                   MOVE WS-COST-EDIT TO D1-SCEN-CELL(WS-SCEN-SUB)
                   IF YR-INDEX = 1 AND WS-ITEM-USAGE > 0
                       PERFORM 227-WRITE-SPEND-EXTRACT
                   END-IF
               END-PERFORM
               IF YR-INDEX <= 20
                   MOVE WS-SCEN-COST(1)
                       END-IF
                   END-IF
               END-IF
               IF WS-CONTRACT-SET
                 AND YR-INDEX = WS-CON-RENEWAL-YEAR
                   PERFORM 223-RECORD-RENEWAL
               END-IF
               WRITE INFLATION-REC FROM DATA-01 AFTER ADVANCING 1
           END-PERFORM.
           IF WS-CONTRACT-SET
             AND WS-CON-RENEWAL-YEAR > ZERO
             AND WS-CON-RENEWAL-YEAR <= WS-HORIZON
               WRITE INFLATION-REC FROM CONTRACT-RENEWAL-LINE
                 AFTER ADVANCING 1
           END-IF
           IF WS-CEILING-SET
               IF WS-BREACH-YEAR > ZERO
                   MOVE WS-ITEM-CEILING TO CBL-CEILING
                 TO WS-CSP-SPEND(WS-CSP-FOUND-SUB, YR-INDEX)
           END-IF.

       227-WRITE-SPEND-EXTRACT.
           MOVE SPACES TO SPEND-EXTRACT-REC
           MOVE ITEM-NUMBER TO SPX-ITEM-NO
           MOVE ITEM-CATEGORY TO SPX-CATEGORY
           MOVE WS-SCEN-NAME(WS-SCEN-SUB) TO SPX-SCENARIO
           MOVE WS-ITEM-USAGE TO SPX-USAGE
           MOVE WS-SCEN-COST(WS-SCEN-SUB) TO SPX-UNIT-COST
           COMPUTE SPX-SPEND =
             WS-ITEM-USAGE * WS-SCEN-COST(WS-SCEN-SUB)
           WRITE SPEND-EXTRACT-REC.

       220-FIND-RATE.
           MOVE ZEROS TO WS-CURRENT-RATE-PCT
           PERFORM VARYING WS-RATE-SUB FROM 1 BY 1
               MOVE WS-HOME-COST TO H4B-HOME-COST
               WRITE INFLATION-REC FROM HEADER-04B AFTER advancing 1
           END-IF
           IF WS-CONTRACT-SET
               PERFORM 405-CONTRACT-HEADING
           END-IF
           IF WS-ITEM-USAGE > 0
               MOVE 'SCEN-1 SPEND' TO H5-SPEND-CELL
           ELSE
           WRITE INFLATION-REC FROM BLANK-LINE AFTER advancing 1.
           WRITE INFLATION-REC FROM HEADER-05 AFTER advancing 1.

       405-CONTRACT-HEADING.
           MOVE WS-CON-LOCKED-PRICE(WS-CON-FOUND-SUB) TO H4C-LOCKED
           MOVE WS-CON-LOCK-THRU-YEAR(WS-CON-FOUND-SUB)
             TO H4C-LOCK-THRU
           IF WS-CON-ESC-BASIS(WS-CON-FOUND-SUB) = 'P'
               COMPUTE WS-PCT-EDIT =
                 WS-CON-ESC-PCT(WS-CON-FOUND-SUB) * 100
               MOVE SPACES TO H4C-ESCALATOR
               STRING WS-PCT-EDIT '%' DELIMITED BY SIZE
                 INTO H4C-ESCALATOR
           ELSE
               MOVE 'CATEGORY' TO H4C-ESCALATOR
           END-IF
           IF WS-CON-CAP-PCT(WS-CON-FOUND-SUB) > ZEROS
               COMPUTE WS-PCT-EDIT =
                 WS-CON-CAP-PCT(WS-CON-FOUND-SUB) * 100
               MOVE SPACES TO H4C-CAP
               STRING WS-PCT-EDIT '%' DELIMITED BY SIZE
                 INTO H4C-CAP
           ELSE
               MOVE 'NONE' TO H4C-CAP
           END-IF
           WRITE INFLATION-REC FROM HEADER-04C AFTER advancing 1.

       500-WRITE-SUMMARY.
           WRITE INFLATION-REC FROM BLANK-LINE AFTER advancing page.
           WRITE INFLATION-REC FROM HEADER-SUMMARY-TITLE
           PERFORM 520-WRITE-SCENARIO-DELTA
           PERFORM 560-WRITE-CAT-SPEND
           PERFORM 530-WRITE-BREACH-SUMMARY
           IF WS-RNW-COUNT > 0
               PERFORM 570-WRITE-RENEWAL-SUMMARY
           END-IF
           IF WS-ACT-COUNT > 0
               PERFORM 540-WRITE-VARIANCE-REPORT
           END-IF.
                 AFTER advancing 1
           END-PERFORM.

       *> every contract whose lock runs out inside the horizon, with
       *> the step up Purchasing will face at renewal
       570-WRITE-RENEWAL-SUMMARY.
           WRITE INFLATION-REC FROM BLANK-LINE AFTER advancing 1
           WRITE INFLATION-REC FROM HEADER-RENEWAL-TITLE
             AFTER advancing 1
           WRITE INFLATION-REC FROM HEADER-RENEWAL-COLS
             AFTER advancing 1
           PERFORM VARYING WS-RNW-SUB FROM 1 BY 1
             UNTIL WS-RNW-SUB > WS-RNW-COUNT
               PERFORM 575-WRITE-RENEWAL-LINE
           END-PERFORM.

       575-WRITE-RENEWAL-LINE.
           MOVE WS-RNW-ITEM-NO(WS-RNW-SUB) TO RNL-ITEM-NO
           MOVE WS-RNW-LOCK-THRU(WS-RNW-SUB) TO RNL-LOCK-THRU
           MOVE WS-RNW-YEAR(WS-RNW-SUB) TO RNL-YEAR
           MOVE WS-RNW-LOCKED-COST(WS-RNW-SUB) TO RNL-LOCKED-COST
           MOVE WS-RNW-RENEWAL-COST(WS-RNW-SUB) TO RNL-RENEWAL-COST
           IF WS-RNW-LOCKED-COST(WS-RNW-SUB) > 0
               COMPUTE WS-CON-JUMP-PCT ROUNDED =
                 ((WS-RNW-RENEWAL-COST(WS-RNW-SUB) -
                   WS-RNW-LOCKED-COST(WS-RNW-SUB))
                   / WS-RNW-LOCKED-COST(WS-RNW-SUB)) * 100
           ELSE
               MOVE ZEROS TO WS-CON-JUMP-PCT
           END-IF
           MOVE WS-CON-JUMP-PCT TO RNL-JUMP-PCT
           WRITE INFLATION-REC FROM RENEWAL-LINE AFTER advancing 1.

       *> consolidated breach list, earliest breach year first
       530-WRITE-BREACH-SUMMARY.
           WRITE INFLATION-REC FROM BLANK-LINE AFTER advancing 1

       100-HOUSEKEEPING-FINISH.

           CLOSE ITEM-FILE INFLATION-RPT ALERT-FILE
             SPEND-EXTRACT-FILE.

       900-WRITE-OPS-LOG.
           ACCEPT WS-OPS-END-TIME FROM TIME
