       identification division.
       program-id. Sourcing.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> approved suppliers - status and the freight/duty uplift
           *> that turns a quoted price into a landed cost
           SELECT VENDOR-FILE ASSIGN TO
             'CH0903VENDORS'
             organization is line sequential.

           *> supplier quotes per item - price, currency, minimum
           *> order quantity and the date the quote lapses
           SELECT OPTIONAL QUOTE-FILE ASSIGN TO
             'CH0903QUOTES'
             organization is line sequential.

           SELECT ITEM-FILE ASSIGN TO
           'CH0903' organization is
           line sequential.

           *> next year's quantities - the same usage Purchasing
           *> supplies for the projection's total-spend figures
           SELECT OPTIONAL USAGE-FILE ASSIGN TO
             'CH0903USAGE'
             organization is line sequential.

           *> the projection's exchange rates - foreign quotes are
           *> compared in home dollars
           SELECT OPTIONAL FX-RATE-FILE ASSIGN TO
             'CH0903FXRATES'
             organization is line sequential.

           *> next purchase order number carried between sourcing runs
           SELECT OPTIONAL PO-CONTROL-FILE ASSIGN TO
             'CH0903POCONTROL'
             organization is line sequential.

           *> purchase orders for Purchasing to release - one header,
           *> its lines and a trailer per vendor
           SELECT PO-FILE ASSIGN TO
             'CH0903PO'
             organization is line sequential.

           *> items with nothing to buy from - no quote, or only
           *> quotes that have lapsed or cannot be priced
           SELECT CHASE-FILE ASSIGN TO
             'CH0903CHASE'
             organization is line sequential.

           SELECT SOURCING-RPT ASSIGN TO
             'CH0903SOURCERPT'
             organization is line sequential.

           SELECT OPTIONAL OPS-LOG-FILE ASSIGN TO
             'CHOPSLOG'
             organization is line sequential.

       data division.
       file section.

       FD VENDOR-FILE.
       01 VENDOR-REC.
         05 VND-ID-IN                              PIC X(6).
         05 VND-NAME-IN                            PIC X(25).
       *> 'I' is an inactive supplier; anything else may be used
         05 VND-STATUS-IN                          PIC X(1).
       *> freight, duty and handling as a fraction of the home cost
         05 VND-UPLIFT-PCT-IN                      PIC 9V999.

       FD QUOTE-FILE.
       01 QUOTE-REC.
         05 QTE-ITEM-NO-IN                         PIC X(5).
         05 QTE-VENDOR-ID-IN                       PIC X(6).
       *> price in QTE-CURRENCY-IN; spaces mean home dollars
         05 QTE-UNIT-PRICE-IN                      PIC 9(5)V99.
         05 QTE-CURRENCY-IN                        PIC X(3).
         05 QTE-MIN-ORDER-QTY-IN                   PIC 9(7).
         05 QTE-EXPIRY-DATE-IN                     PIC 9(8).

       FD ITEM-FILE RECORD CONTAINS 36 CHARACTERS.
       01 ITEM-REC.
         05 ITEM-NUMBER                            PIC X(5).
         05 ITEM-DESC                              PIC X(20).
         05 ITEM-COST                              PIC 9(3)V99.
         05 ITEM-CATEGORY                          PIC X(2).
         05 ITEM-CURRENCY                          PIC X(3).
         05 FILLER                                 PIC X(1).

       FD USAGE-FILE.
       01 USAGE-REC.
         05 USG-ITEM-NO-IN                         PIC X(5).
         05 USG-ANNUAL-QTY-IN                      PIC 9(7).

       FD FX-RATE-FILE.
       01 FX-RATE-REC.
         05 FX-CURRENCY-IN                         PIC X(3).
         05 FX-RATE-IN                             PIC 9(3)V9(4).

       FD PO-CONTROL-FILE.
       01 PO-CONTROL-REC.
         05 CTL-NEXT-PO-NO                         PIC 9(6).

       FD PO-FILE.
       01 PO-HEADER-REC.
         05 POH-REC-TYPE                           PIC X(1).
         05 POH-PO-NO                              PIC 9(6).
         05 POH-VENDOR-ID                          PIC X(6).
         05 POH-VENDOR-NAME                        PIC X(25).
         05 POH-PO-DATE                            PIC 9(8).
       01 PO-LINE-REC.
         05 POL-REC-TYPE                           PIC X(1).
         05 POL-PO-NO                              PIC 9(6).
         05 POL-LINE-NO                            PIC 9(3).
         05 POL-ITEM-NO                            PIC X(5).
         05 POL-ITEM-DESC                          PIC X(20).
         05 POL-ORDER-QTY                          PIC 9(7).
         05 POL-UNIT-PRICE                         PIC 9(5)V99.
         05 POL-CURRENCY                           PIC X(3).
         05 POL-LANDED-UNIT                        PIC 9(7)V99.
         05 POL-LANDED-EXT                         PIC 9(11)V99.
       01 PO-TRAILER-REC.
         05 POT-REC-TYPE                           PIC X(1).
         05 POT-PO-NO                              PIC 9(6).
         05 POT-LINE-COUNT                         PIC 9(3).
         05 POT-LANDED-TOTAL                       PIC 9(11)V99.

       FD CHASE-FILE.
       01 CHASE-REC.
         05 CHS-ITEM-NO                            PIC X(5).
         05 FILLER                                 PIC X(1).
         05 CHS-ITEM-DESC                          PIC X(20).
         05 FILLER                                 PIC X(1).
         05 CHS-REASON                             PIC X(25).
         05 FILLER                                 PIC X(1).
         05 CHS-QUOTE-COUNT                        PIC 9(3).
         05 FILLER                                 PIC X(1).
         05 CHS-LAST-EXPIRY                        PIC 9(8).
         05 FILLER                                 PIC X(1).
         05 CHS-ANNUAL-QTY                         PIC 9(7).

       FD SOURCING-RPT.
       01 SOURCING-REC                             PIC X(90).

       FD OPS-LOG-FILE RECORDING MODE IS F.
       01 OPS-LOG-REC.
         05 OPS-PROGRAM PIC X(8).
         05 FILLER PIC X(1).
         05 OPS-BUSINESS-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 OPS-START-TIME PIC 9(6).
         05 FILLER PIC X(1).
         05 OPS-END-TIME PIC 9(6).
         05 FILLER PIC X(1).
         05 OPS-READ-COUNT PIC 9(6).
         05 FILLER PIC X(1).
         05 OPS-WRITTEN-COUNT PIC 9(6).
         05 FILLER PIC X(1).
         05 OPS-REJECT-COUNT PIC 9(6).
         05 FILLER PIC X(1).
         05 OPS-STATUS PIC X(4).

       working-storage section.
       01 WS-OPS-AREAS.
         05 WS-OPS-START-TIME PIC 9(8) VALUE ZEROS.
         05 WS-OPS-END-TIME PIC 9(8) VALUE ZEROS.
         05 WS-OPS-STATUS PIC X(4) VALUE 'OK  '.

       01 ARE-THERE-MORE-RECORDS                   PIC XXX VALUE 'YES'.
       01 WS-VND-MORE-RECORDS                      PIC XXX VALUE 'YES'.
       01 WS-QTE-MORE-RECORDS                      PIC XXX VALUE 'YES'.
       01 WS-USG-MORE-RECORDS                      PIC XXX VALUE 'YES'.
       01 WS-FX-MORE-RECORDS                       PIC XXX VALUE 'YES'.

       01 WS-RUN-DATE                              PIC 9(8) VALUE ZERO.

       *> supplier master, in file order - purchase orders come out
       *> in this order too
       01 WS-VENDOR-TABLE.
         05 WS-VND-COUNT                           PIC 9(3) VALUE ZERO.
         05 WS-VND-ENTRY OCCURS 200 TIMES.
           10 WS-VND-ID                            PIC X(6).
           10 WS-VND-NAME                          PIC X(25).
           10 WS-VND-STATUS                        PIC X(1).
           10 WS-VND-UPLIFT-PCT                    PIC 9V999.
       01 WS-VND-SUB                               PIC 9(3) VALUE ZERO.
       01 WS-VND-FOUND-SUB                         PIC 9(3) VALUE ZERO.

       01 WS-QUOTE-TABLE.
         05 WS-QTE-COUNT                           PIC 9(4) VALUE ZERO.
         05 WS-QTE-ENTRY OCCURS 2000 TIMES.
           10 WS-QTE-ITEM-NO                       PIC X(5).
           10 WS-QTE-VENDOR-ID                     PIC X(6).
           10 WS-QTE-UNIT-PRICE                    PIC 9(5)V99.
           10 WS-QTE-CURRENCY                      PIC X(3).
           10 WS-QTE-MIN-ORDER-QTY                 PIC 9(7).
           10 WS-QTE-EXPIRY-DATE                   PIC 9(8).
       01 WS-QTE-SUB                               PIC 9(4) VALUE ZERO.

       01 WS-USAGE-TABLE.
         05 WS-USG-COUNT                           PIC 9(03) VALUE ZERO.
         05 WS-USG-ENTRY OCCURS 200 TIMES.
           10 WS-USG-ITEM-NO                       PIC X(5).
           10 WS-USG-QTY                           PIC 9(7).
       01 WS-USG-SUB                               PIC 9(03) VALUE ZERO.
       01 WS-ITEM-USAGE                            PIC 9(7) VALUE ZERO.

       *> exchange rates keyed by currency; home dollars carry a
       *> rate of one
       01 WS-FX-TABLE.
         05 WS-FX-COUNT                            PIC 9(02) VALUE ZERO.
         05 WS-FX-ENTRY OCCURS 20 TIMES.
           10 WS-FX-CURRENCY                       PIC X(3).
           10 WS-FX-TBL-RATE                       PIC 9(3)V9(4).
       01 WS-FX-SUB                                PIC 9(02) VALUE ZERO.
       01 WS-FX-RATE                               PIC 9(3)V9(4)
         VALUE 1.
       01 WS-FX-OK-SW                              PIC XXX VALUE 'YES'.
         88 WS-FX-OK VALUE 'YES'.

       *> one row per item that found a supplier - the purchase
       *> orders are cut from here vendor by vendor
       01 WS-SELECTION-TABLE.
         05 WS-SEL-COUNT                           PIC 9(3) VALUE ZERO.
         05 WS-SEL-ENTRY OCCURS 300 TIMES.
           10 WS-SEL-ITEM-NO                       PIC X(5).
           10 WS-SEL-ITEM-DESC                     PIC X(20).
           10 WS-SEL-VND-SUB                       PIC 9(3).
           10 WS-SEL-QTE-SUB                       PIC 9(4).
           10 WS-SEL-ORDER-QTY                     PIC 9(7).
           10 WS-SEL-LANDED-UNIT                   PIC 9(7)V99.
           10 WS-SEL-LANDED-EXT                    PIC 9(11)V99.
       01 WS-SEL-SUB                               PIC 9(3) VALUE ZERO.

       *> the quote under evaluation and the best one so far
       01 WS-QUOTE-WORK.
         05 WS-QUOTE-OK-SW                         PIC XXX VALUE 'YES'.
           88 WS-QUOTE-OK VALUE 'YES'.
         05 WS-UPLIFT-FACTOR                       PIC 9V999 VALUE 1.
         05 WS-CAND-QTY                            PIC 9(7) VALUE ZERO.
         05 WS-CAND-LANDED-UNIT                    PIC 9(7)V99
           VALUE ZERO.
         05 WS-CAND-LANDED-EXT                     PIC 9(11)V99
           VALUE ZERO.
         05 WS-CAND-COMPARE                        PIC 9(11)V99
           VALUE ZERO.
         05 WS-BEST-QTE-SUB                        PIC 9(4) VALUE ZERO.
         05 WS-BEST-VND-SUB                        PIC 9(3) VALUE ZERO.
         05 WS-BEST-QTY                            PIC 9(7) VALUE ZERO.
         05 WS-BEST-LANDED-UNIT                    PIC 9(7)V99
           VALUE ZERO.
         05 WS-BEST-LANDED-EXT                     PIC 9(11)V99
           VALUE ZERO.
         05 WS-BEST-COMPARE                        PIC 9(11)V99
           VALUE ZERO.

       *> what became of the item's quotes - drives the chase reason
       01 WS-ITEM-QUOTE-COUNTS.
         05 WS-IQ-TOTAL                            PIC 9(3) VALUE ZERO.
         05 WS-IQ-VALID                            PIC 9(3) VALUE ZERO.
         05 WS-IQ-EXPIRED                          PIC 9(3) VALUE ZERO.
         05 WS-IQ-LAST-EXPIRY                      PIC 9(8) VALUE ZERO.

       01 WS-PO-AREAS.
         05 WS-NEXT-PO-NO                          PIC 9(6) VALUE 1.
         05 WS-PO-LINE-NO                          PIC 9(3) VALUE ZERO.
         05 WS-PO-TOTAL                            PIC 9(11)V99
           VALUE ZERO.

       01 WS-RUN-TOTALS.
         05 WS-ITEM-COUNT                          PIC 9(4) VALUE ZERO.
         05 WS-SOURCED-COUNT                       PIC 9(4) VALUE ZERO.
         05 WS-NO-USAGE-COUNT                      PIC 9(4) VALUE ZERO.
         05 WS-CHASE-COUNT                         PIC 9(4) VALUE ZERO.
         05 WS-PO-COUNT                            PIC 9(4) VALUE ZERO.
         05 WS-PO-LINE-COUNT                       PIC 9(4) VALUE ZERO.
         05 WS-GRAND-TOTAL                         PIC 9(11)V99
           VALUE ZERO.

       01 BLANK-LINE           PIC X(90) VALUE SPACES.

       01 HEADER-01.
         05                    PIC X(19) VALUE SPACES.
         05                    PIC X(35) VALUE
           'VENDOR SOURCING AND PURCHASE ORDERS'.
         05                    PIC X(4) VALUE SPACES.
         05 H1-RUN-DATE        PIC 9999/99/99.
         05                    PIC X(22) VALUE SPACES.

       01 HEADER-SEL-TITLE.
         05                    PIC X(90) VALUE
             ' LOWEST LANDED COST BY ITEM - NEXT YEAR QUANTITIES'.

       01 HEADER-SEL-COLS.
         05                    PIC X(8) VALUE ' ITEM #'.
         05                    PIC X(21) VALUE 'DESCRIPTION'.
         05                    PIC X(8) VALUE 'VENDOR'.
         05                    PIC X(10) VALUE 'ORDER QTY'.
         05                    PIC X(13) VALUE 'LANDED UNIT'.
         05                    PIC X(15) VALUE 'LANDED TOTAL'.
         05                    PIC X(15) VALUE 'VALID/QUOTES'.

       01 SEL-DETAIL-LINE.
         05                    PIC X(1) VALUE SPACE.
         05 SDL-ITEM-NO        PIC X(5).
         05                    PIC X(2) VALUE SPACES.
         05 SDL-DESC           PIC X(20).
         05                    PIC X(1) VALUE SPACE.
         05 SDL-VENDOR-ID      PIC X(6).
         05                    PIC X(1) VALUE SPACE.
         05 SDL-ORDER-QTY      PIC Z,ZZZ,ZZ9.
         05                    PIC X(1) VALUE SPACE.
         05 SDL-LANDED-UNIT    PIC $ZZZ,ZZ9.99.
         05                    PIC X(1) VALUE SPACE.
         05 SDL-LANDED-EXT     PIC $$$,$$$,$$9.99.
         05                    PIC X(3) VALUE SPACES.
         05 SDL-VALID          PIC ZZ9.
         05                    PIC X(1) VALUE '/'.
         05 SDL-TOTAL          PIC ZZ9.
         05                    PIC X(8) VALUE SPACES.

       01 SEL-NOUSE-LINE.
         05                    PIC X(1) VALUE SPACE.
         05 SNU-ITEM-NO        PIC X(5).
         05                    PIC X(2) VALUE SPACES.
         05 SNU-DESC           PIC X(20).
         05                    PIC X(1) VALUE SPACE.
         05 SNU-VENDOR-ID      PIC X(6).
         05                    PIC X(1) VALUE SPACE.
         05                    PIC X(21) VALUE
           ' NO USAGE - NO ORDER'.
         05 SNU-LANDED-UNIT    PIC $ZZZ,ZZ9.99.
         05                    PIC X(22) VALUE SPACES.

       01 SEL-CHASE-LINE.
         05                    PIC X(1) VALUE SPACE.
         05 SCL-ITEM-NO        PIC X(5).
         05                    PIC X(2) VALUE SPACES.
         05 SCL-DESC           PIC X(20).
         05                    PIC X(1) VALUE SPACE.
         05                    PIC X(10) VALUE 'CHASE -   '.
         05 SCL-REASON         PIC X(25).
         05                    PIC X(26) VALUE SPACES.

       01 HEADER-PO-TITLE.
         05                    PIC X(90) VALUE
             ' PURCHASE ORDERS BY VENDOR'.

       01 HEADER-PO-COLS.
         05                    PIC X(9) VALUE ' PO #'.
         05                    PIC X(8) VALUE 'VENDOR'.
         05                    PIC X(27) VALUE 'NAME'.
         05                    PIC X(7) VALUE 'LINES'.
         05                    PIC X(39) VALUE 'LANDED TOTAL'.

       01 PO-SUMMARY-LINE.
         05                    PIC X(1) VALUE SPACE.
         05 PSL-PO-NO          PIC 9(6).
         05                    PIC X(2) VALUE SPACES.
         05 PSL-VENDOR-ID      PIC X(6).
         05                    PIC X(2) VALUE SPACES.
         05 PSL-VENDOR-NAME    PIC X(25).
         05                    PIC X(2) VALUE SPACES.
         05 PSL-LINES          PIC ZZ9.
         05                    PIC X(3) VALUE SPACES.
         05 PSL-TOTAL          PIC $$$$,$$$,$$9.99.
         05                    PIC X(25) VALUE SPACES.

       01 PO-GRAND-LINE.
         05                    PIC X(44) VALUE
           ' ALL PURCHASE ORDERS'.
         05 PGL-LINES          PIC ZZZ9.
         05                    PIC X(2) VALUE SPACES.
         05 PGL-TOTAL          PIC $$$$,$$$,$$9.99.
         05                    PIC X(25) VALUE SPACES.

       01 TOTALS-LINE.
         05                    PIC X(8) VALUE ' ITEMS: '.
         05 TTL-ITEMS          PIC ZZZ9.
         05                    PIC X(11) VALUE '  SOURCED: '.
         05 TTL-SOURCED        PIC ZZZ9.
         05                    PIC X(12) VALUE '  NO USAGE: '.
         05 TTL-NO-USAGE       PIC ZZZ9.
         05                    PIC X(10) VALUE '  CHASE: '.
         05 TTL-CHASE          PIC ZZZ9.
         05                    PIC X(13) VALUE '  POS CUT: '.
         05 TTL-POS            PIC ZZZ9.
         05                    PIC X(22) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-OPS-START-TIME FROM TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 105-LOAD-PO-CONTROL
           PERFORM 110-LOAD-VENDORS
           PERFORM 115-LOAD-QUOTES
           PERFORM 118-LOAD-USAGE
           PERFORM 114-LOAD-FX-RATES
           OPEN INPUT ITEM-FILE
             OUTPUT CHASE-FILE
             OUTPUT SOURCING-RPT
           PERFORM 150-WRITE-HEADINGS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ ITEM-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-SOURCE-ONE-ITEM
               END-READ
           END-PERFORM
           PERFORM 400-WRITE-PURCHASE-ORDERS
           PERFORM 500-WRITE-TOTALS
           CLOSE ITEM-FILE CHASE-FILE SOURCING-RPT
           OPEN OUTPUT PO-CONTROL-FILE
           MOVE WS-NEXT-PO-NO TO CTL-NEXT-PO-NO
           WRITE PO-CONTROL-REC
           CLOSE PO-CONTROL-FILE
           PERFORM 900-WRITE-OPS-LOG
           IF WS-CHASE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'SOURCING - ITEMS: ' WS-ITEM-COUNT
             ' SOURCED: ' WS-SOURCED-COUNT
             ' CHASE: ' WS-CHASE-COUNT
             ' POS: ' WS-PO-COUNT
           goback.

       105-LOAD-PO-CONTROL.
           OPEN INPUT PO-CONTROL-FILE
           READ PO-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-NEXT-PO-NO NUMERIC
                     AND CTL-NEXT-PO-NO > 0
                       MOVE CTL-NEXT-PO-NO TO WS-NEXT-PO-NO
                   END-IF
           END-READ
           CLOSE PO-CONTROL-FILE.

       110-LOAD-VENDORS.
           OPEN INPUT VENDOR-FILE
           PERFORM UNTIL WS-VND-MORE-RECORDS = 'NO '
               READ VENDOR-FILE
                   AT END
                       MOVE 'NO ' TO WS-VND-MORE-RECORDS
                   NOT AT END
                       IF WS-VND-COUNT = 200
                           DISPLAY 'VENDOR TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-VND-COUNT
                       MOVE VND-ID-IN TO WS-VND-ID(WS-VND-COUNT)
                       MOVE VND-NAME-IN TO WS-VND-NAME(WS-VND-COUNT)
                       MOVE VND-STATUS-IN
                         TO WS-VND-STATUS(WS-VND-COUNT)
                       IF VND-UPLIFT-PCT-IN NUMERIC
                           MOVE VND-UPLIFT-PCT-IN
                             TO WS-VND-UPLIFT-PCT(WS-VND-COUNT)
                       ELSE
                           MOVE ZEROS
                             TO WS-VND-UPLIFT-PCT(WS-VND-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VENDOR-FILE.

       115-LOAD-QUOTES.
           OPEN INPUT QUOTE-FILE
           PERFORM UNTIL WS-QTE-MORE-RECORDS = 'NO '
               READ QUOTE-FILE
                   AT END
                       MOVE 'NO ' TO WS-QTE-MORE-RECORDS
                   NOT AT END
                       IF WS-QTE-COUNT = 2000
                           DISPLAY 'QUOTE TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-QTE-COUNT
                       MOVE QTE-ITEM-NO-IN
                         TO WS-QTE-ITEM-NO(WS-QTE-COUNT)
                       MOVE QTE-VENDOR-ID-IN
                         TO WS-QTE-VENDOR-ID(WS-QTE-COUNT)
                       MOVE QTE-UNIT-PRICE-IN
                         TO WS-QTE-UNIT-PRICE(WS-QTE-COUNT)
                       MOVE QTE-CURRENCY-IN
                         TO WS-QTE-CURRENCY(WS-QTE-COUNT)
                       MOVE QTE-MIN-ORDER-QTY-IN
                         TO WS-QTE-MIN-ORDER-QTY(WS-QTE-COUNT)
                       MOVE QTE-EXPIRY-DATE-IN
                         TO WS-QTE-EXPIRY-DATE(WS-QTE-COUNT)
               END-READ
           END-PERFORM
           CLOSE QUOTE-FILE.

       114-LOAD-FX-RATES.
           OPEN INPUT FX-RATE-FILE
           PERFORM UNTIL WS-FX-MORE-RECORDS = 'NO '
               READ FX-RATE-FILE
                   AT END
                       MOVE 'NO ' TO WS-FX-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-FX-COUNT
                       MOVE FX-CURRENCY-IN
                         TO WS-FX-CURRENCY(WS-FX-COUNT)
                       MOVE FX-RATE-IN
                         TO WS-FX-TBL-RATE(WS-FX-COUNT)
               END-READ
           END-PERFORM
           CLOSE FX-RATE-FILE.

       118-LOAD-USAGE.
           OPEN INPUT USAGE-FILE
           PERFORM UNTIL WS-USG-MORE-RECORDS = 'NO '
               READ USAGE-FILE
                   AT END
                       MOVE 'NO ' TO WS-USG-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-USG-COUNT
                       MOVE USG-ITEM-NO-IN
                         TO WS-USG-ITEM-NO(WS-USG-COUNT)
                       MOVE USG-ANNUAL-QTY-IN
                         TO WS-USG-QTY(WS-USG-COUNT)
               END-READ
           END-PERFORM
           CLOSE USAGE-FILE.

       119-FIND-USAGE.
           MOVE ZEROS TO WS-ITEM-USAGE
           PERFORM VARYING WS-USG-SUB FROM 1 BY 1
             UNTIL WS-USG-SUB > WS-USG-COUNT
               IF WS-USG-ITEM-NO(WS-USG-SUB) = ITEM-NUMBER
                   MOVE WS-USG-QTY(WS-USG-SUB) TO WS-ITEM-USAGE
                   MOVE WS-USG-COUNT TO WS-USG-SUB
               END-IF
           END-PERFORM.

       150-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           WRITE SOURCING-REC FROM HEADER-01
           WRITE SOURCING-REC FROM BLANK-LINE
           WRITE SOURCING-REC FROM HEADER-SEL-TITLE
           WRITE SOURCING-REC FROM HEADER-SEL-COLS.

       *> every quote for the item is priced to a landed home-dollar
       *> cost at the quantity that would actually be bought, and the
       *> cheapest one wins; ties stay with the quote read first
       200-SOURCE-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT
           PERFORM 119-FIND-USAGE
           MOVE ZEROS TO WS-ITEM-QUOTE-COUNTS
           MOVE ZEROS TO WS-BEST-QTE-SUB WS-BEST-COMPARE
           PERFORM VARYING WS-QTE-SUB FROM 1 BY 1
             UNTIL WS-QTE-SUB > WS-QTE-COUNT
               IF WS-QTE-ITEM-NO(WS-QTE-SUB) = ITEM-NUMBER
                   ADD 1 TO WS-IQ-TOTAL
                   PERFORM 210-EDIT-QUOTE
                   IF WS-QUOTE-OK
                       ADD 1 TO WS-IQ-VALID
                       PERFORM 220-PRICE-QUOTE
                   END-IF
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-BEST-QTE-SUB = ZEROS
                   PERFORM 250-WRITE-CHASE
               WHEN WS-ITEM-USAGE = ZEROS
                   ADD 1 TO WS-NO-USAGE-COUNT
                   MOVE ITEM-NUMBER TO SNU-ITEM-NO
                   MOVE ITEM-DESC TO SNU-DESC
                   MOVE WS-VND-ID(WS-BEST-VND-SUB) TO SNU-VENDOR-ID
                   MOVE WS-BEST-LANDED-UNIT TO SNU-LANDED-UNIT
                   WRITE SOURCING-REC FROM SEL-NOUSE-LINE
               WHEN OTHER
                   PERFORM 240-RECORD-SELECTION
           END-EVALUATE.

       *> a quote is usable only while it is current, from a supplier
       *> on the master who is not inactive, and priceable in dollars
       210-EDIT-QUOTE.
           MOVE 'YES' TO WS-QUOTE-OK-SW
           IF WS-QTE-EXPIRY-DATE(WS-QTE-SUB) NOT NUMERIC
             OR WS-QTE-EXPIRY-DATE(WS-QTE-SUB) < WS-RUN-DATE
               MOVE 'NO ' TO WS-QUOTE-OK-SW
               ADD 1 TO WS-IQ-EXPIRED
               IF WS-QTE-EXPIRY-DATE(WS-QTE-SUB) NUMERIC
                 AND WS-QTE-EXPIRY-DATE(WS-QTE-SUB) >
                   WS-IQ-LAST-EXPIRY
                   MOVE WS-QTE-EXPIRY-DATE(WS-QTE-SUB)
                     TO WS-IQ-LAST-EXPIRY
               END-IF
           END-IF
           IF WS-QTE-UNIT-PRICE(WS-QTE-SUB) NOT NUMERIC
             OR WS-QTE-UNIT-PRICE(WS-QTE-SUB) = ZEROS
               MOVE 'NO ' TO WS-QUOTE-OK-SW
           END-IF
           IF WS-QTE-MIN-ORDER-QTY(WS-QTE-SUB) NOT NUMERIC
               MOVE ZEROS TO WS-QTE-MIN-ORDER-QTY(WS-QTE-SUB)
           END-IF
           MOVE ZEROS TO WS-VND-FOUND-SUB
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
             UNTIL WS-VND-SUB > WS-VND-COUNT
               IF WS-VND-ID(WS-VND-SUB) =
                 WS-QTE-VENDOR-ID(WS-QTE-SUB)
                   MOVE WS-VND-SUB TO WS-VND-FOUND-SUB
                   MOVE WS-VND-COUNT TO WS-VND-SUB
               END-IF
           END-PERFORM
           IF WS-VND-FOUND-SUB = ZEROS
               MOVE 'NO ' TO WS-QUOTE-OK-SW
           ELSE
               IF WS-VND-STATUS(WS-VND-FOUND-SUB) = 'I'
                   MOVE 'NO ' TO WS-QUOTE-OK-SW
               END-IF
           END-IF
           PERFORM 215-FIND-FX-RATE
           IF NOT WS-FX-OK
               MOVE 'NO ' TO WS-QUOTE-OK-SW
           END-IF.

       215-FIND-FX-RATE.
           MOVE 'YES' TO WS-FX-OK-SW
           MOVE 1 TO WS-FX-RATE
           IF WS-QTE-CURRENCY(WS-QTE-SUB) NOT = SPACES
             AND WS-QTE-CURRENCY(WS-QTE-SUB) NOT = 'USD'
               MOVE 'NO ' TO WS-FX-OK-SW
               PERFORM VARYING WS-FX-SUB FROM 1 BY 1
                 UNTIL WS-FX-SUB > WS-FX-COUNT
                   IF WS-FX-CURRENCY(WS-FX-SUB) =
                     WS-QTE-CURRENCY(WS-QTE-SUB)
                       MOVE 'YES' TO WS-FX-OK-SW
                       MOVE WS-FX-TBL-RATE(WS-FX-SUB) TO WS-FX-RATE
                       MOVE WS-FX-COUNT TO WS-FX-SUB
                   END-IF
               END-PERFORM
           END-IF.

       *> a minimum order above next year's need means buying the
       *> minimum, so quotes are compared on what the order would
       *> cost, not on the unit price alone
       220-PRICE-QUOTE.
           COMPUTE WS-UPLIFT-FACTOR =
             1 + WS-VND-UPLIFT-PCT(WS-VND-FOUND-SUB)
           COMPUTE WS-CAND-LANDED-UNIT ROUNDED =
             WS-QTE-UNIT-PRICE(WS-QTE-SUB) * WS-FX-RATE *
             WS-UPLIFT-FACTOR
           MOVE WS-ITEM-USAGE TO WS-CAND-QTY
           IF WS-ITEM-USAGE > ZEROS
             AND WS-QTE-MIN-ORDER-QTY(WS-QTE-SUB) > WS-ITEM-USAGE
               MOVE WS-QTE-MIN-ORDER-QTY(WS-QTE-SUB) TO WS-CAND-QTY
           END-IF
           COMPUTE WS-CAND-LANDED-EXT =
             WS-CAND-QTY * WS-CAND-LANDED-UNIT
           IF WS-ITEM-USAGE > ZEROS
               MOVE WS-CAND-LANDED-EXT TO WS-CAND-COMPARE
           ELSE
               MOVE WS-CAND-LANDED-UNIT TO WS-CAND-COMPARE
           END-IF
           IF WS-BEST-QTE-SUB = ZEROS
             OR WS-CAND-COMPARE < WS-BEST-COMPARE
               MOVE WS-QTE-SUB TO WS-BEST-QTE-SUB
               MOVE WS-VND-FOUND-SUB TO WS-BEST-VND-SUB
               MOVE WS-CAND-QTY TO WS-BEST-QTY
               MOVE WS-CAND-LANDED-UNIT TO WS-BEST-LANDED-UNIT
               MOVE WS-CAND-LANDED-EXT TO WS-BEST-LANDED-EXT
               MOVE WS-CAND-COMPARE TO WS-BEST-COMPARE
           END-IF.

       240-RECORD-SELECTION.
           IF WS-SEL-COUNT = 300
               DISPLAY 'SELECTION TABLE FULL - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           ADD 1 TO WS-SEL-COUNT
           ADD 1 TO WS-SOURCED-COUNT
           MOVE ITEM-NUMBER TO WS-SEL-ITEM-NO(WS-SEL-COUNT)
           MOVE ITEM-DESC TO WS-SEL-ITEM-DESC(WS-SEL-COUNT)
           MOVE WS-BEST-VND-SUB TO WS-SEL-VND-SUB(WS-SEL-COUNT)
           MOVE WS-BEST-QTE-SUB TO WS-SEL-QTE-SUB(WS-SEL-COUNT)
           MOVE WS-BEST-QTY TO WS-SEL-ORDER-QTY(WS-SEL-COUNT)
           MOVE WS-BEST-LANDED-UNIT
             TO WS-SEL-LANDED-UNIT(WS-SEL-COUNT)
           MOVE WS-BEST-LANDED-EXT TO WS-SEL-LANDED-EXT(WS-SEL-COUNT)
           MOVE ITEM-NUMBER TO SDL-ITEM-NO
           MOVE ITEM-DESC TO SDL-DESC
           MOVE WS-VND-ID(WS-BEST-VND-SUB) TO SDL-VENDOR-ID
           MOVE WS-BEST-QTY TO SDL-ORDER-QTY
           MOVE WS-BEST-LANDED-UNIT TO SDL-LANDED-UNIT
           MOVE WS-BEST-LANDED-EXT TO SDL-LANDED-EXT
           MOVE WS-IQ-VALID TO SDL-VALID
           MOVE WS-IQ-TOTAL TO SDL-TOTAL
           WRITE SOURCING-REC FROM SEL-DETAIL-LINE.

       250-WRITE-CHASE.
           MOVE SPACES TO CHASE-REC
           EVALUATE TRUE
               WHEN WS-IQ-TOTAL = ZEROS
                   MOVE 'NO QUOTE ON FILE' TO CHS-REASON
               WHEN WS-IQ-EXPIRED = WS-IQ-TOTAL
                   MOVE 'ALL QUOTES EXPIRED' TO CHS-REASON
               WHEN OTHER
                   MOVE 'NO USABLE QUOTE' TO CHS-REASON
           END-EVALUATE
           MOVE ITEM-NUMBER TO CHS-ITEM-NO
           MOVE ITEM-DESC TO CHS-ITEM-DESC
           MOVE WS-IQ-TOTAL TO CHS-QUOTE-COUNT
           MOVE WS-IQ-LAST-EXPIRY TO CHS-LAST-EXPIRY
           MOVE WS-ITEM-USAGE TO CHS-ANNUAL-QTY
           WRITE CHASE-REC
           ADD 1 TO WS-CHASE-COUNT
           MOVE ITEM-NUMBER TO SCL-ITEM-NO
           MOVE ITEM-DESC TO SCL-DESC
           MOVE CHS-REASON TO SCL-REASON
           WRITE SOURCING-REC FROM SEL-CHASE-LINE.

       *> one purchase order per supplier that won anything, its lines
       *> in item-file order, numbered on from the control record
       400-WRITE-PURCHASE-ORDERS.
           OPEN OUTPUT PO-FILE
           WRITE SOURCING-REC FROM BLANK-LINE
           WRITE SOURCING-REC FROM HEADER-PO-TITLE
           WRITE SOURCING-REC FROM HEADER-PO-COLS
           PERFORM VARYING WS-VND-SUB FROM 1 BY 1
             UNTIL WS-VND-SUB > WS-VND-COUNT
               MOVE ZEROS TO WS-PO-LINE-NO WS-PO-TOTAL
               PERFORM VARYING WS-SEL-SUB FROM 1 BY 1
                 UNTIL WS-SEL-SUB > WS-SEL-COUNT
                   IF WS-SEL-VND-SUB(WS-SEL-SUB) = WS-VND-SUB
                       PERFORM 410-WRITE-PO-LINE
                   END-IF
               END-PERFORM
               IF WS-PO-LINE-NO > ZEROS
                   PERFORM 420-WRITE-PO-TRAILER
               END-IF
           END-PERFORM
           MOVE WS-PO-LINE-COUNT TO PGL-LINES
           MOVE WS-GRAND-TOTAL TO PGL-TOTAL
           WRITE SOURCING-REC FROM PO-GRAND-LINE
           CLOSE PO-FILE.

       410-WRITE-PO-LINE.
           IF WS-PO-LINE-NO = ZEROS
               MOVE SPACES TO PO-HEADER-REC
               MOVE 'H' TO POH-REC-TYPE
               MOVE WS-NEXT-PO-NO TO POH-PO-NO
               MOVE WS-VND-ID(WS-VND-SUB) TO POH-VENDOR-ID
               MOVE WS-VND-NAME(WS-VND-SUB) TO POH-VENDOR-NAME
               MOVE WS-RUN-DATE TO POH-PO-DATE
               WRITE PO-HEADER-REC
           END-IF
           ADD 1 TO WS-PO-LINE-NO
           MOVE WS-SEL-QTE-SUB(WS-SEL-SUB) TO WS-QTE-SUB
           MOVE SPACES TO PO-LINE-REC
           MOVE 'D' TO POL-REC-TYPE
           MOVE WS-NEXT-PO-NO TO POL-PO-NO
           MOVE WS-PO-LINE-NO TO POL-LINE-NO
           MOVE WS-SEL-ITEM-NO(WS-SEL-SUB) TO POL-ITEM-NO
           MOVE WS-SEL-ITEM-DESC(WS-SEL-SUB) TO POL-ITEM-DESC
           MOVE WS-SEL-ORDER-QTY(WS-SEL-SUB) TO POL-ORDER-QTY
           MOVE WS-QTE-UNIT-PRICE(WS-QTE-SUB) TO POL-UNIT-PRICE
           MOVE WS-QTE-CURRENCY(WS-QTE-SUB) TO POL-CURRENCY
           MOVE WS-SEL-LANDED-UNIT(WS-SEL-SUB) TO POL-LANDED-UNIT
           MOVE WS-SEL-LANDED-EXT(WS-SEL-SUB) TO POL-LANDED-EXT
           WRITE PO-LINE-REC
           ADD WS-SEL-LANDED-EXT(WS-SEL-SUB) TO WS-PO-TOTAL
           ADD 1 TO WS-PO-LINE-COUNT.

       420-WRITE-PO-TRAILER.
           MOVE SPACES TO PO-TRAILER-REC
           MOVE 'T' TO POT-REC-TYPE
           MOVE WS-NEXT-PO-NO TO POT-PO-NO
           MOVE WS-PO-LINE-NO TO POT-LINE-COUNT
           MOVE WS-PO-TOTAL TO POT-LANDED-TOTAL
           WRITE PO-TRAILER-REC
           MOVE WS-NEXT-PO-NO TO PSL-PO-NO
           MOVE WS-VND-ID(WS-VND-SUB) TO PSL-VENDOR-ID
           MOVE WS-VND-NAME(WS-VND-SUB) TO PSL-VENDOR-NAME
           MOVE WS-PO-LINE-NO TO PSL-LINES
           MOVE WS-PO-TOTAL TO PSL-TOTAL
           WRITE SOURCING-REC FROM PO-SUMMARY-LINE
           ADD WS-PO-TOTAL TO WS-GRAND-TOTAL
           ADD 1 TO WS-PO-COUNT
           ADD 1 TO WS-NEXT-PO-NO.

       500-WRITE-TOTALS.
           MOVE WS-ITEM-COUNT TO TTL-ITEMS
           MOVE WS-SOURCED-COUNT TO TTL-SOURCED
           MOVE WS-NO-USAGE-COUNT TO TTL-NO-USAGE
           MOVE WS-CHASE-COUNT TO TTL-CHASE
           MOVE WS-PO-COUNT TO TTL-POS
           WRITE SOURCING-REC FROM BLANK-LINE
           WRITE SOURCING-REC FROM TOTALS-LINE.

       900-WRITE-OPS-LOG.
           ACCEPT WS-OPS-END-TIME FROM TIME
           OPEN EXTEND OPS-LOG-FILE
           MOVE SPACES TO OPS-LOG-REC
           MOVE 'CH9SRC  ' TO OPS-PROGRAM
           MOVE WS-RUN-DATE TO OPS-BUSINESS-DATE
           MOVE WS-OPS-START-TIME(1:6) TO OPS-START-TIME
           MOVE WS-OPS-END-TIME(1:6) TO OPS-END-TIME
           MOVE WS-ITEM-COUNT TO OPS-READ-COUNT
           MOVE WS-PO-LINE-COUNT TO OPS-WRITTEN-COUNT
           MOVE WS-CHASE-COUNT TO OPS-REJECT-COUNT
           MOVE WS-OPS-STATUS TO OPS-STATUS
           WRITE OPS-LOG-REC
           CLOSE OPS-LOG-FILE.

       end program Sourcing.
