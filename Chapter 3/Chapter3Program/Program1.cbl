       ASSIGN TO 'CH3CUSTMASTERBAL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> payment terms by code - net days to the due date and the
       *> early-payment discount window and percent, from Finance
       SELECT OPTIONAL TERMS-FILE
       ASSIGN TO 'CH3TERMS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the last aging run's open items - a payment inside an
       *> invoice's discount window earns the early-payment discount
       SELECT OPTIONAL OPEN-ITEMS
       ASSIGN TO 'CH3OPENITEMSOUT'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> every posted sale with the discount, tax and salesperson it
       *> was charged and what has been returned against it so far -
       *> a return is priced back out of the sale it names
       SELECT OPTIONAL SALES-LEDGER
       ASSIGN TO 'CH3SALESLEDGER'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> customers with balances written off as bad debt and how much
       *> has since been recovered - a payment from one of them beyond
       *> the open balance posts as a recovery
       SELECT OPTIONAL WRITTEN-OFF-FILE
       ASSIGN TO 'CH3WRITTENOFF'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> every invoice a payment settles, appended run after run -
       *> the payment history behind the periodic credit-limit review
       SELECT OPTIONAL PAY-HISTORY
       ASSIGN TO 'CH3PAYHISTORY'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> money a customer has paid beyond the open balance, held on
       *> account until later sales use it up or it is refunded
       SELECT OPTIONAL CREDIT-BALANCE-FILE
       ASSIGN TO 'CH3CREDITBAL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> sales tax exemption certificates on file, by customer and
       *> jurisdiction - a sale is priced exempt only under a
       *> certificate that has not expired
       SELECT OPTIONAL TAX-EXEMPT-FILE
       ASSIGN TO 'CH3TAXEXEMPT'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the period's gross, exempt and taxable sales and tax by
       *> jurisdiction - archived at close for the quarterly returns
       SELECT TAX-SUMMARY-FILE
       ASSIGN TO 'CH3TAXSUMMARY'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

           88 TRANS-PAYMENT VALUE 'P'.
           88 TRANS-CREDIT VALUE 'C'.
           88 TRANS-FINANCE-CHG VALUE 'F'.
           88 TRANS-RETURN VALUE 'R'.
           88 TRANS-WRITE-OFF VALUE 'W'.
           88 TRANS-REFUND VALUE 'D'.
       *> keyed salesperson code - priced by the commission run
         05 SLSP-IN PIC X(3).
       *> a return names the sale it reverses by that sale's invoice
       *> date and original sales amount; Sales-In is the part of the
       *> original sales amount coming back
         05 RET-INVOICE-DATE-IN PIC 9(6).
         05 RET-ORIG-SALES-IN PIC 9(5)V99.

       *> batch header/trailer supplied by the keying service - the
       *> trailer carries the record count and a hash total of Sales-In
       *> taxing state the customer's sales are priced under; spaces
       *> mean no tax is charged
         05 REF-TAX-JURIS PIC X(2).
       *> payment terms code on CH3TERMS; spaces mean net 30
         05 REF-TERMS-CODE PIC X(2).
         05 FILLER PIC X(42).

       FD CUSTOMER-REJECTS RECORDING MODE IS F.
       01 REJECT-REC.
         05 PD-TAX-AMT PIC 9(5)V99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 PD-SLSP PIC X(3).
       *> invoice terms stamped on every posted line - due date and
       *> the last day (and percent) of the early-payment discount
         05 FILLER PIC X(1) VALUE SPACE.
         05 PD-INVOICE-DATE PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 PD-DUE-DATE PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 PD-DISC-DATE PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 PD-DISC-PCT PIC 9V999.

       FD TERMS-FILE RECORDING MODE IS F.
       01 TERMS-REC.
         05 TRM-CODE-IN PIC X(2).
         05 TRM-DESC-IN PIC X(15).
         05 TRM-NET-DAYS-IN PIC 9(3).
         05 TRM-DISC-DAYS-IN PIC 9(3).
         05 TRM-DISC-PCT-IN PIC 9V999.

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
         05 FILLER PIC X(1).
         05 OI-DISC-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 OI-DISC-PCT PIC 9V999.

       FD SALES-LEDGER RECORDING MODE IS F.
       01 SALES-LEDGER-REC.
         05 LG-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 LG-INVOICE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 LG-SALES PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 LG-DISCOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 LG-NET PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 LG-TAX PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 LG-TAX-JURIS PIC X(2).
         05 FILLER PIC X(1).
         05 LG-SLSP PIC X(3).
         05 FILLER PIC X(1).
         05 LG-RET-SALES PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 LG-RET-DISCOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 LG-RET-TAX PIC 9(5)V99.
       *> 'Y' when the sale was priced exempt under a certificate, so
       *> a return against it comes back out of exempt sales
         05 FILLER PIC X(1).
         05 LG-EXEMPT-SW PIC X(1).

       FD WRITTEN-OFF-FILE RECORDING MODE IS F.
       01 WRITTEN-OFF-REC.
         05 WO-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 WO-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 WO-RECOVERED PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 WO-LAST-DATE PIC 9(6).

       FD PAY-HISTORY RECORDING MODE IS F.
       01 PAY-HISTORY-REC.
         05 PH-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 PH-INVOICE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 PH-DUE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 PH-PAID-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 PH-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 PH-BAL-BEFORE PIC 9(7)V99.

       *> the date the credit first arose is kept while any of it is
       *> left, so the refund run can age it
       FD CREDIT-BALANCE-FILE RECORDING MODE IS F.
       01 CREDIT-BALANCE-REC.
         05 CB-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 CB-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 CB-SINCE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 CB-LAST-DATE PIC 9(6).

       *> an expiration date of zeros is a certificate that does not
       *> expire
       FD TAX-EXEMPT-FILE RECORDING MODE IS F.
       01 TAX-EXEMPT-REC.
         05 EXC-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 EXC-JURIS PIC X(2).
         05 FILLER PIC X(1).
         05 EXC-CERT-NO PIC X(12).
         05 FILLER PIC X(1).
         05 EXC-REASON PIC X(20).
         05 FILLER PIC X(1).
         05 EXC-EXPIRE-DATE PIC 9(6).

       *> amounts are after returns, so any of them can go negative
       FD TAX-SUMMARY-FILE RECORDING MODE IS F.
       01 TAX-SUMMARY-REC.
         05 TS-JURIS PIC X(2).
         05 FILLER PIC X(1).
         05 TS-NAME PIC X(15).
         05 FILLER PIC X(1).
         05 TS-GROSS-NET PIC S9(9)V99 SIGN IS LEADING SEPARATE.
         05 FILLER PIC X(1).
         05 TS-EXEMPT-NET PIC S9(9)V99 SIGN IS LEADING SEPARATE.
         05 FILLER PIC X(1).
         05 TS-TAXABLE-NET PIC S9(9)V99 SIGN IS LEADING SEPARATE.
         05 FILLER PIC X(1).
         05 TS-TAX PIC S9(7)V99 SIGN IS LEADING SEPARATE.

       working-storage section.
       *> standardized run record appended to the shared operations
           10 WS-REF-NAME PIC X(20).
           10 WS-REF-CREDIT-LIMIT PIC 9(7)V99.
           10 WS-REF-TAX-JURIS PIC X(2).
           10 WS-REF-TERMS-CODE PIC X(2).

       *> jurisdiction rates with the period's taxable net and tax,
       *> and the net sold exempt, accumulated per jurisdiction for
       *> the register
       01 WS-TAX-TABLE.
         05 WS-TAX-COUNT PIC 9(2) VALUE ZERO.
         05 WS-TAX-ENTRY OCCURS 10 TIMES.
           10 WS-TAX-RATE PIC 9V9999.
           10 WS-TAX-NET-ACCUM PIC 9(9)V99.
           10 WS-TAX-TAX-ACCUM PIC 9(7)V99.
           10 WS-TAX-RET-NET-ACCUM PIC 9(9)V99.
           10 WS-TAX-RET-TAX-ACCUM PIC 9(7)V99.
           10 WS-TAX-EXEMPT-ACCUM PIC 9(9)V99.
           10 WS-TAX-RET-EXEMPT-ACCUM PIC 9(9)V99.
       01 WS-TAX-SUB PIC 9(2) VALUE ZERO.
       01 WS-TAX-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-TAX-AMT PIC 9(5)V99 VALUE ZEROS.
       01 WS-TAX-FOUND-SUB PIC 9(2) VALUE ZERO.

       *> exemption certificates from CH3TAXEXEMPT, with the net sold
       *> exempt under each this period for the register
       01 WS-TAX-EXEMPT-TABLE.
         05 WS-EXC-COUNT PIC 9(3) VALUE ZERO.
         05 WS-EXC-ENTRY OCCURS 500 TIMES.
           10 WS-EXC-IDENT PIC X(5).
           10 WS-EXC-JURIS PIC X(2).
           10 WS-EXC-CERT-NO PIC X(12).
           10 WS-EXC-REASON PIC X(20).
           10 WS-EXC-EXPIRE-DATE PIC 9(6).
           10 WS-EXC-NET-ACCUM PIC 9(9)V99.
       01 WS-EXC-SUB PIC 9(3) VALUE ZERO.
       01 WS-EXC-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-EXC-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-TAX-EXEMPT-SW PIC X(3) VALUE 'NO '.
         88 WS-TAX-EXEMPT VALUE 'YES'.

       01 WS-REF-SUB PIC 9(3) VALUE ZERO.
       01 WS-REF-FOUND-SUB PIC 9(3) VALUE ZERO.

       *> payment terms loaded from CH3TERMS
       01 WS-TERMS-TABLE.
         05 WS-TRM-COUNT PIC 9(2) VALUE ZERO.
         05 WS-TRM-ENTRY OCCURS 20 TIMES.
           10 WS-TRM-CODE PIC X(2).
           10 WS-TRM-NET-DAYS PIC 9(3).
           10 WS-TRM-DISC-DAYS PIC 9(3).
           10 WS-TRM-DISC-PCT PIC 9V999.
       01 WS-TRM-SUB PIC 9(2) VALUE ZERO.
       01 WS-TRM-FOUND-SUB PIC 9(2) VALUE ZERO.
       01 WS-TRM-MORE-RECORDS PIC X(3) VALUE 'YES'.

       *> terms stamped on the transaction being posted - a customer
       *> with no terms code, or one missing from CH3TERMS, is net 30
       *> with no early-payment discount
       01 WS-DEFAULT-NET-DAYS PIC 9(3) VALUE 30.
       01 WS-INVOICE-DATE PIC 9(6) VALUE ZEROS.
       01 WS-DUE-DATE PIC 9(6) VALUE ZEROS.
       01 WS-DISC-DATE PIC 9(6) VALUE ZEROS.
       01 WS-TERMS-DISC-PCT PIC 9V999 VALUE ZEROS.

       *> customer invoices still open, oldest first - the last aging
       *> run's items plus this run's postings - walked the same way
       *> the aging run retires them so the discount lands on the
       *> invoice the payment actually pays
       01 WS-OPEN-INVOICE-TABLE.
         05 WS-OPN-COUNT PIC 9(4) VALUE ZERO.
         05 WS-OPN-ENTRY OCCURS 1000 TIMES.
           10 WS-OPN-IDENT PIC X(5).
           10 WS-OPN-AMOUNT PIC 9(7)V99.
           10 WS-OPN-INVOICE-DATE PIC 9(6).
           10 WS-OPN-DUE-DATE PIC 9(6).
           10 WS-OPN-DISC-DATE PIC 9(6).
           10 WS-OPN-DISC-PCT PIC 9V999.
       01 WS-OPN-SUB PIC 9(4) VALUE ZERO.
       01 WS-OPN-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-EP-REMAINING PIC 9(7)V99 VALUE ZEROS.
       01 WS-EP-REMIT-DUE PIC 9(7)V99 VALUE ZEROS.
       01 WS-EP-ALLOWED-SW PIC X(3) VALUE 'NO '.
         88 WS-EP-ALLOWED VALUE 'YES'.

       *> posted sales carried forward from CH3SALESLEDGER plus this
       *> run's sales - a fully returned sale drops off when the
       *> ledger is rewritten
       01 WS-SALES-LEDGER-TABLE.
         05 WS-LG-COUNT PIC 9(4) VALUE ZERO.
         05 WS-LG-ENTRY OCCURS 2000 TIMES.
           10 WS-LG-IDENT PIC X(5).
           10 WS-LG-INVOICE-DATE PIC 9(6).
           10 WS-LG-SALES PIC 9(5)V99.
           10 WS-LG-DISCOUNT PIC 9(7)V99.
           10 WS-LG-NET PIC 9(5)V99.
           10 WS-LG-TAX PIC 9(5)V99.
           10 WS-LG-TAX-JURIS PIC X(2).
           10 WS-LG-SLSP PIC X(3).
           10 WS-LG-RET-SALES PIC 9(5)V99.
           10 WS-LG-RET-DISCOUNT PIC 9(7)V99.
           10 WS-LG-RET-TAX PIC 9(5)V99.
           10 WS-LG-EXEMPT-SW PIC X(1).
       01 WS-LG-SUB PIC 9(4) VALUE ZERO.
       01 WS-LG-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-LG-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-RET-CREDIT PIC 9(7)V99 VALUE ZEROS.
       01 WS-RET-SALE-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-RET-SALE-FOUND VALUE 'YES'.

       *> written-off customers carried from CH3WRITTENOFF; this
       *> run's write-offs and recoveries are added before it is
       *> rewritten
       01 WS-WRITTEN-OFF-TABLE.
         05 WS-WO-COUNT PIC 9(3) VALUE ZERO.
         05 WS-WO-ENTRY OCCURS 500 TIMES.
           10 WS-WO-IDENT PIC X(5).
           10 WS-WO-AMOUNT PIC 9(7)V99.
           10 WS-WO-RECOVERED PIC 9(7)V99.
           10 WS-WO-LAST-DATE PIC 9(6).
       01 WS-WO-SUB PIC 9(3) VALUE ZERO.
       01 WS-WO-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-WO-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-WO-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-WO-FOUND VALUE 'YES'.
       01 WS-RECOVERY-AMT PIC 9(7)V99 VALUE ZEROS.

       *> credit balances carried from CH3CREDITBAL; overpayments add
       *> to them, sales and refunds draw them down, and the file is
       *> rewritten with whatever is left
       01 WS-CREDIT-BALANCE-TABLE.
         05 WS-CB-COUNT PIC 9(3) VALUE ZERO.
         05 WS-CB-ENTRY OCCURS 500 TIMES.
           10 WS-CB-IDENT PIC X(5).
           10 WS-CB-AMOUNT PIC 9(7)V99.
           10 WS-CB-SINCE-DATE PIC 9(6).
           10 WS-CB-LAST-DATE PIC 9(6).
       01 WS-CB-SUB PIC 9(3) VALUE ZERO.
       01 WS-CB-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-CB-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-CB-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-CB-FOUND VALUE 'YES'.
       01 WS-OVERPAY-AMT PIC 9(7)V99 VALUE ZEROS.
       01 WS-CREDIT-APPLY-AMT PIC 9(7)V99 VALUE ZEROS.

       *> transaction type stamped on the posted line - the keyed
       *> type, except a recovery split off a payment
       01 WS-POST-TYPE PIC X(1) VALUE SPACE.

       *> calendar arithmetic for due dates - rolls a YYMMDD date
       *> forward a month at a time
       01 WS-MONTH-DAYS-TABLE VALUE '312831303130313130313031'.
         05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
       01 WS-CAL-DATE.
         05 WS-CAL-YY PIC 9(2).
         05 WS-CAL-MM PIC 9(2).
         05 WS-CAL-DD PIC 9(2).
       01 WS-CAL-DAYS-LEFT PIC 9(3) VALUE ZERO.
       01 WS-CAL-MONTH-END PIC 9(2) VALUE ZERO.
       01 WS-CAL-QUOTIENT PIC 9(2) VALUE ZERO.
       01 WS-CAL-REMAINDER PIC 9(1) VALUE ZERO.

       *> balance the transaction would leave the customer at - checked
       *> against the credit limit before anything is posted
       01 WS-PROSPECTIVE-PTD PIC 9(7)V99 VALUE ZEROS.
           'PERIOD TAX REGISTER BY JURISDICTION   '.
         05 FILLER PIC X(42) VALUE SPACES.

       *> taxable net and tax are after returns; the tax returns
       *> took back is shown beside them
       01 TAX-REG-COL-LINE.
         05 FILLER PIC X(6) VALUE 'JURIS'.
         05 FILLER PIC X(17) VALUE 'NAME'.
         05 FILLER PIC X(8) VALUE 'RATE'.
         05 FILLER PIC X(16) VALUE 'TAXABLE NET'.
         05 FILLER PIC X(14) VALUE 'TAX'.
         05 FILLER PIC X(19) VALUE 'RETURN TAX'.

       01 TAX-REG-DETAIL-LINE.
         05 TXD-JURIS PIC X(2).
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXD-RATE PIC 9.9999.
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXD-NET PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXD-TAX PIC -Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXD-RET-TAX PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(5) VALUE SPACES.

       01 TAX-REG-TOTAL-LINE.
         05 FILLER PIC X(29) VALUE 'TOTAL TAXABLE NET AND TAX:   '.
         05 TXT-NET PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXT-TAX PIC -Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXT-RET-TAX PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(7) VALUE SPACES.

       01 WS-TAX-LINE-NET PIC S9(9)V99 VALUE ZEROS.
       01 WS-TAX-LINE-TAX PIC S9(7)V99 VALUE ZEROS.
       01 WS-TAX-GRAND-NET PIC S9(9)V99 VALUE ZEROS.
       01 WS-TAX-GRAND-TAX PIC S9(7)V99 VALUE ZEROS.
       01 WS-TAX-GRAND-RET-TAX PIC 9(7)V99 VALUE ZEROS.

       01 TAX-EXEMPT-HDR-LINE.
         05 FILLER PIC X(41) VALUE
           'EXEMPT AND TAXABLE SALES BY JURISDICTION '.
         05 FILLER PIC X(39) VALUE SPACES.

       *> all three are after returns; gross is exempt plus taxable
       01 TAX-EXEMPT-COL-LINE.
         05 FILLER PIC X(6) VALUE 'JURIS'.
         05 FILLER PIC X(17) VALUE 'NAME'.
         05 FILLER PIC X(17) VALUE '      GROSS NET'.
         05 FILLER PIC X(17) VALUE '     EXEMPT NET'.
         05 FILLER PIC X(23) VALUE '    TAXABLE NET'.

       01 TAX-EXEMPT-DETAIL-LINE.
         05 TXE-JURIS PIC X(2).
         05 FILLER PIC X(4) VALUE SPACES.
         05 TXE-NAME PIC X(15).
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXE-GROSS PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXE-EXEMPT PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXE-TAXABLE PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(8) VALUE SPACES.

       01 TAX-EXEMPT-TOTAL-LINE.
         05 FILLER PIC X(23) VALUE 'TOTAL ALL JURISDICTIONS'.
         05 TXF-GROSS PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXF-EXEMPT PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXF-TAXABLE PIC -ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(8) VALUE SPACES.

       *> the certificate behind every exempt sale, for the auditors
       01 TAX-CERT-HDR-LINE.
         05 FILLER PIC X(43) VALUE
           'EXEMPTION CERTIFICATES HONORED THIS PERIOD '.
         05 FILLER PIC X(37) VALUE SPACES.

       01 TAX-CERT-COL-LINE.
         05 FILLER PIC X(7) VALUE 'CUST'.
         05 FILLER PIC X(6) VALUE 'JUR'.
         05 FILLER PIC X(14) VALUE 'CERTIFICATE'.
         05 FILLER PIC X(22) VALUE 'REASON'.
         05 FILLER PIC X(8) VALUE 'EXPIRES'.
         05 FILLER PIC X(23) VALUE '    EXEMPT NET'.

       01 TAX-CERT-DETAIL-LINE.
         05 TXC-IDENT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXC-JURIS PIC X(2).
         05 FILLER PIC X(4) VALUE SPACES.
         05 TXC-CERT-NO PIC X(12).
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXC-REASON PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXC-EXPIRES PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 TXC-NET PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(9) VALUE SPACES.

       01 TAX-BLANK-LINE PIC X(80) VALUE SPACES.

       01 WS-TAX-LINE-EXEMPT PIC S9(9)V99 VALUE ZEROS.
       01 WS-TAX-GRAND-EXEMPT PIC S9(9)V99 VALUE ZEROS.

       01 WS-POSTED-REC-COUNT PIC 9(5) VALUE ZERO.
       01 WS-POSTED-NET-HASH PIC 9(9)V99 VALUE ZEROS.
           END-IF
           PERFORM 110-LOAD-CUSTOMER-REF
           PERFORM 118-LOAD-TAX-RATES
           PERFORM 116-LOAD-TERMS
           PERFORM 117-LOAD-OPEN-INVOICES
           PERFORM 119-LOAD-SALES-LEDGER
           PERFORM 121-LOAD-WRITTEN-OFF
           PERFORM 122-LOAD-CREDIT-BALANCES
           PERFORM 123-LOAD-TAX-EXEMPT
           PERFORM 120-LOAD-PRIOR-BALANCE
           OPEN INPUT CUSTOMER-TRANS
             OUTPUT CUSTOMER-MASTER
             OUTPUT CREDIT-REVIEW-RPT
             OUTPUT POSTED-DETAIL
             OUTPUT TAX-REGISTER
             OUTPUT TAX-SUMMARY-FILE
           OPEN EXTEND PAY-HISTORY
           WRITE CREDIT-REVIEW-LINE FROM CREDIT-HDR-LINE
           WRITE CREDIT-REVIEW-LINE FROM CREDIT-COL-LINE
           MOVE SPACES TO MASTER-REC
           MOVE REF-IDENT TO WS-REF-IDENT(WS-REF-COUNT)
           MOVE REF-NAME TO WS-REF-NAME(WS-REF-COUNT)
           MOVE REF-CREDIT-LIMIT TO WS-REF-CREDIT-LIMIT(WS-REF-COUNT)
           MOVE REF-TAX-JURIS TO WS-REF-TAX-JURIS(WS-REF-COUNT)
           MOVE REF-TERMS-CODE TO WS-REF-TERMS-CODE(WS-REF-COUNT).

       116-LOAD-TERMS.
           OPEN INPUT TERMS-FILE
           PERFORM UNTIL WS-TRM-MORE-RECORDS = 'NO '
               READ TERMS-FILE
                   AT END
                       MOVE 'NO ' TO WS-TRM-MORE-RECORDS
                   NOT AT END
                       IF WS-TRM-COUNT = 20
                           DISPLAY 'TERMS TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-TRM-COUNT
                       MOVE TRM-CODE-IN TO WS-TRM-CODE(WS-TRM-COUNT)
                       MOVE TRM-NET-DAYS-IN
                         TO WS-TRM-NET-DAYS(WS-TRM-COUNT)
                       MOVE TRM-DISC-DAYS-IN
                         TO WS-TRM-DISC-DAYS(WS-TRM-COUNT)
                       MOVE TRM-DISC-PCT-IN
                         TO WS-TRM-DISC-PCT(WS-TRM-COUNT)
               END-READ
           END-PERFORM
           CLOSE TERMS-FILE.

       *> an item written before terms were stamped carries no
       *> discount window and can only be paid at face
       117-LOAD-OPEN-INVOICES.
           OPEN INPUT OPEN-ITEMS
           PERFORM UNTIL WS-OPN-MORE-RECORDS = 'NO '
               READ OPEN-ITEMS
                   AT END
                       MOVE 'NO ' TO WS-OPN-MORE-RECORDS
                   NOT AT END
                       IF WS-OPN-COUNT = 1000
                           DISPLAY 'OPEN INVOICE TABLE FULL - STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-OPN-COUNT
                       MOVE OI-IDENT TO WS-OPN-IDENT(WS-OPN-COUNT)
                       MOVE OI-AMOUNT TO WS-OPN-AMOUNT(WS-OPN-COUNT)
                       IF OI-INVOICE-DATE NUMERIC
                         AND OI-DUE-DATE NUMERIC
                           MOVE OI-INVOICE-DATE
                             TO WS-OPN-INVOICE-DATE(WS-OPN-COUNT)
                           MOVE OI-DUE-DATE
                             TO WS-OPN-DUE-DATE(WS-OPN-COUNT)
                       ELSE
                           MOVE ZEROS
                             TO WS-OPN-INVOICE-DATE(WS-OPN-COUNT)
                           MOVE ZEROS TO WS-OPN-DUE-DATE(WS-OPN-COUNT)
                       END-IF
                       IF OI-DISC-DATE NUMERIC
                         AND OI-DISC-PCT NUMERIC
                           MOVE OI-DISC-DATE
                             TO WS-OPN-DISC-DATE(WS-OPN-COUNT)
                           MOVE OI-DISC-PCT
                             TO WS-OPN-DISC-PCT(WS-OPN-COUNT)
                       ELSE
                           MOVE ZEROS TO WS-OPN-DISC-DATE(WS-OPN-COUNT)
                           MOVE ZEROS TO WS-OPN-DISC-PCT(WS-OPN-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS.

       119-LOAD-SALES-LEDGER.
           OPEN INPUT SALES-LEDGER
           PERFORM UNTIL WS-LG-MORE-RECORDS = 'NO '
               READ SALES-LEDGER
                   AT END
                       MOVE 'NO ' TO WS-LG-MORE-RECORDS
                   NOT AT END
                       IF WS-LG-COUNT = 2000
                           DISPLAY 'SALES LEDGER TABLE FULL - STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LG-COUNT
                       MOVE LG-IDENT TO WS-LG-IDENT(WS-LG-COUNT)
                       MOVE LG-INVOICE-DATE
                         TO WS-LG-INVOICE-DATE(WS-LG-COUNT)
                       MOVE LG-SALES TO WS-LG-SALES(WS-LG-COUNT)
                       MOVE LG-DISCOUNT TO WS-LG-DISCOUNT(WS-LG-COUNT)
                       MOVE LG-NET TO WS-LG-NET(WS-LG-COUNT)
                       MOVE LG-TAX TO WS-LG-TAX(WS-LG-COUNT)
                       MOVE LG-TAX-JURIS TO WS-LG-TAX-JURIS(WS-LG-COUNT)
                       MOVE LG-SLSP TO WS-LG-SLSP(WS-LG-COUNT)
                       MOVE LG-RET-SALES TO WS-LG-RET-SALES(WS-LG-COUNT)
                       MOVE LG-RET-DISCOUNT
                         TO WS-LG-RET-DISCOUNT(WS-LG-COUNT)
                       MOVE LG-RET-TAX TO WS-LG-RET-TAX(WS-LG-COUNT)
                       MOVE LG-EXEMPT-SW TO WS-LG-EXEMPT-SW(WS-LG-COUNT)
               END-READ
           END-PERFORM
           CLOSE SALES-LEDGER.

       121-LOAD-WRITTEN-OFF.
           OPEN INPUT WRITTEN-OFF-FILE
           PERFORM UNTIL WS-WO-MORE-RECORDS = 'NO '
               READ WRITTEN-OFF-FILE
                   AT END
                       MOVE 'NO ' TO WS-WO-MORE-RECORDS
                   NOT AT END
                       IF WS-WO-COUNT = 500
                           DISPLAY 'WRITTEN-OFF TABLE FULL - STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-WO-COUNT
                       MOVE WO-IDENT TO WS-WO-IDENT(WS-WO-COUNT)
                       MOVE WO-AMOUNT TO WS-WO-AMOUNT(WS-WO-COUNT)
                       MOVE WO-RECOVERED TO WS-WO-RECOVERED(WS-WO-COUNT)
                       MOVE WO-LAST-DATE TO WS-WO-LAST-DATE(WS-WO-COUNT)
               END-READ
           END-PERFORM
           CLOSE WRITTEN-OFF-FILE.

       122-LOAD-CREDIT-BALANCES.
           OPEN INPUT CREDIT-BALANCE-FILE
           PERFORM UNTIL WS-CB-MORE-RECORDS = 'NO '
               READ CREDIT-BALANCE-FILE
                   AT END
                       MOVE 'NO ' TO WS-CB-MORE-RECORDS
                   NOT AT END
                       IF WS-CB-COUNT = 500
                           DISPLAY 'CREDIT BALANCE TABLE FULL - STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CB-COUNT
                       MOVE CB-IDENT TO WS-CB-IDENT(WS-CB-COUNT)
                       MOVE CB-AMOUNT TO WS-CB-AMOUNT(WS-CB-COUNT)
                       MOVE CB-SINCE-DATE
                         TO WS-CB-SINCE-DATE(WS-CB-COUNT)
                       MOVE CB-LAST-DATE TO WS-CB-LAST-DATE(WS-CB-COUNT)
               END-READ
           END-PERFORM
           CLOSE CREDIT-BALANCE-FILE.

       118-LOAD-TAX-RATES.
           OPEN INPUT TAX-RATE-FILE
                       MOVE TAX-RATE-IN TO WS-TAX-RATE(WS-TAX-COUNT)
                       MOVE ZEROS TO WS-TAX-NET-ACCUM(WS-TAX-COUNT)
                       MOVE ZEROS TO WS-TAX-TAX-ACCUM(WS-TAX-COUNT)
                       MOVE ZEROS
                         TO WS-TAX-RET-NET-ACCUM(WS-TAX-COUNT)
                       MOVE ZEROS
                         TO WS-TAX-RET-TAX-ACCUM(WS-TAX-COUNT)
                       MOVE ZEROS
                         TO WS-TAX-EXEMPT-ACCUM(WS-TAX-COUNT)
                       MOVE ZEROS
                         TO WS-TAX-RET-EXEMPT-ACCUM(WS-TAX-COUNT)
               END-READ
           END-PERFORM
           CLOSE TAX-RATE-FILE.

       123-LOAD-TAX-EXEMPT.
           OPEN INPUT TAX-EXEMPT-FILE
           PERFORM UNTIL WS-EXC-MORE-RECORDS = 'NO '
               READ TAX-EXEMPT-FILE
                   AT END
                       MOVE 'NO ' TO WS-EXC-MORE-RECORDS
                   NOT AT END
                       IF WS-EXC-COUNT = 500
                           DISPLAY 'EXEMPTION TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-EXC-COUNT
                       MOVE EXC-IDENT TO WS-EXC-IDENT(WS-EXC-COUNT)
                       MOVE EXC-JURIS TO WS-EXC-JURIS(WS-EXC-COUNT)
                       MOVE EXC-CERT-NO TO WS-EXC-CERT-NO(WS-EXC-COUNT)
                       MOVE EXC-REASON TO WS-EXC-REASON(WS-EXC-COUNT)
                       MOVE EXC-EXPIRE-DATE
                         TO WS-EXC-EXPIRE-DATE(WS-EXC-COUNT)
                       MOVE ZEROS TO WS-EXC-NET-ACCUM(WS-EXC-COUNT)
               END-READ
           END-PERFORM
           CLOSE TAX-EXEMPT-FILE.

       *> tax priced from the customer's jurisdiction on the sale's
       *> net; a blank or unlisted jurisdiction charges no tax, and a
       *> customer holding an unexpired exemption certificate for the
       *> jurisdiction is charged none but the sale is still reported
       *> under the jurisdiction as exempt
       227-PRICE-TAX.
           MOVE ZEROS TO WS-TAX-AMT
           MOVE ZEROS TO WS-TAX-FOUND-SUB
           MOVE 'NO ' TO WS-TAX-EXEMPT-SW
           IF WS-REF-TAX-JURIS(WS-REF-FOUND-SUB) NOT = SPACES
               PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
                 UNTIL WS-TAX-SUB > WS-TAX-COUNT
                   IF WS-TAX-JURIS(WS-TAX-SUB) =
                     WS-REF-TAX-JURIS(WS-REF-FOUND-SUB)
                       MOVE WS-TAX-SUB TO WS-TAX-FOUND-SUB
                       MOVE WS-TAX-COUNT TO WS-TAX-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TAX-FOUND-SUB > 0
               PERFORM 226-FIND-EXEMPT-CERT
               IF NOT WS-TAX-EXEMPT
                   COMPUTE WS-TAX-AMT ROUNDED =
                     NET-OUT * WS-TAX-RATE(WS-TAX-FOUND-SUB)
               END-IF
           END-IF.

       *> a certificate counts through its expiration date
       226-FIND-EXEMPT-CERT.
           MOVE ZEROS TO WS-EXC-FOUND-SUB
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
             UNTIL WS-EXC-SUB > WS-EXC-COUNT
               IF WS-EXC-IDENT(WS-EXC-SUB) = IDENT-IN
                 AND WS-EXC-JURIS(WS-EXC-SUB) =
                   WS-TAX-JURIS(WS-TAX-FOUND-SUB)
                 AND (WS-EXC-EXPIRE-DATE(WS-EXC-SUB) = ZEROS
                   OR WS-EXC-EXPIRE-DATE(WS-EXC-SUB) NOT <
                     WS-RUN-DATE)
                   SET WS-TAX-EXEMPT TO TRUE
                   MOVE WS-EXC-SUB TO WS-EXC-FOUND-SUB
                   MOVE WS-EXC-COUNT TO WS-EXC-SUB
               END-IF
           END-PERFORM.

       120-LOAD-PRIOR-BALANCE.
           OPEN INPUT PRIOR-CUSTOMER-MASTER
           PERFORM UNTIL WS-BAL-MORE-RECORDS = 'NO '
           END-IF.

       200-PROCESS-DATA.
           MOVE WS-RUN-DATE TO WS-INVOICE-DATE
           MOVE WS-RUN-DATE TO WS-DUE-DATE
           MOVE ZEROS TO WS-DISC-DATE
           MOVE ZEROS TO WS-TERMS-DISC-PCT
           IF TRANS-TYPE-IN = SPACE
               MOVE 'S' TO WS-POST-TYPE
           ELSE
               MOVE TRANS-TYPE-IN TO WS-POST-TYPE
           END-IF
           IF SALES-IN NOT > 0
               MOVE 'INVALID SALES AMOUNT' TO WS-REJ-REASON-HOLD
               PERFORM 228-WRITE-TRANS-REJECT
                           PERFORM 230-POST-PAYMENT
                       WHEN TRANS-FINANCE-CHG
                           PERFORM 232-POST-FINANCE-CHG
                       WHEN TRANS-RETURN
                           PERFORM 233-POST-RETURN
                       WHEN TRANS-WRITE-OFF
                           PERFORM 241-POST-WRITE-OFF
                       WHEN TRANS-REFUND
                           PERFORM 249-POST-REFUND
                       WHEN TRANS-SALE
                           PERFORM 225-POST-SALE
                       WHEN OTHER
             WS-DISCOUNT-AMT
           SUBTRACT WS-DISCOUNT-AMT FROM SALES-IN GIVING NET-OUT
           PERFORM 227-PRICE-TAX
           PERFORM 229-STAMP-TERMS
           PERFORM 245-FIND-PRIOR-BALANCE
           ADD WS-PRIOR-PTD-HOLD, NET-OUT, WS-TAX-AMT
             GIVING WS-PROSPECTIVE-PTD
           PERFORM 248-FIND-CREDIT-BALANCE
           IF WS-CB-FOUND
               IF WS-CB-AMOUNT(WS-CB-FOUND-SUB) > WS-PROSPECTIVE-PTD
                   MOVE ZEROS TO WS-PROSPECTIVE-PTD
               ELSE
                   SUBTRACT WS-CB-AMOUNT(WS-CB-FOUND-SUB)
                     FROM WS-PROSPECTIVE-PTD
               END-IF
           END-IF
           IF WS-REF-CREDIT-LIMIT(WS-REF-FOUND-SUB) > 0
             AND WS-PROSPECTIVE-PTD >
               WS-REF-CREDIT-LIMIT(WS-REF-FOUND-SUB)
           ELSE
               PERFORM 240-CALC-BALANCE
               PERFORM 260-WRITE-POSTED-DETAIL
               PERFORM 238-ADD-OPEN-INVOICE
               PERFORM 239-ADD-LEDGER-SALE
               ADD 1 TO WS-TOTAL-COUNT
               ADD SALES-IN TO WS-TOTAL-SALES
               ADD WS-DISCOUNT-AMT TO WS-TOTAL-DISCOUNT
               ADD NET-OUT TO WS-TOTAL-NET
               IF WS-TAX-FOUND-SUB > 0
                   IF WS-TAX-EXEMPT
                       ADD NET-OUT
                         TO WS-TAX-EXEMPT-ACCUM(WS-TAX-FOUND-SUB)
                       ADD NET-OUT
                         TO WS-EXC-NET-ACCUM(WS-EXC-FOUND-SUB)
                   ELSE
                       ADD NET-OUT
                         TO WS-TAX-NET-ACCUM(WS-TAX-FOUND-SUB)
                       ADD WS-TAX-AMT
                         TO WS-TAX-TAX-ACCUM(WS-TAX-FOUND-SUB)
                   END-IF
               END-IF
               IF WS-CB-FOUND
                 AND WS-CB-AMOUNT(WS-CB-FOUND-SUB) > 0
                   PERFORM 244-APPLY-CREDIT-BALANCE
               END-IF
           END-IF.

       *> payments and credit memos post against the open balance -
       *> no credit check, the balance only comes down; a credit memo
       *> larger than the open balance is a keying error.  a payment
       *> beyond the open balance first recovers any written-off
       *> balance and the rest is held as a credit balance on account.
       *> a payment that settles an invoice inside its discount window
       *> also earns the early-payment discount, carried in the
       *> discount amount of the payment's posted line
       230-POST-PAYMENT.
           PERFORM 245-FIND-PRIOR-BALANCE
           MOVE ZEROS TO WS-RECOVERY-AMT
           MOVE ZEROS TO WS-OVERPAY-AMT
           IF TRANS-PAYMENT AND SALES-IN > WS-PRIOR-PTD-HOLD
               COMPUTE WS-OVERPAY-AMT = SALES-IN - WS-PRIOR-PTD-HOLD
               PERFORM 247-FIND-WRITE-OFF
               IF WS-WO-FOUND
                   COMPUTE WS-RECOVERY-AMT =
                     WS-WO-AMOUNT(WS-WO-FOUND-SUB) -
                     WS-WO-RECOVERED(WS-WO-FOUND-SUB)
                   IF WS-RECOVERY-AMT > WS-OVERPAY-AMT
                       MOVE WS-OVERPAY-AMT TO WS-RECOVERY-AMT
                   END-IF
                   SUBTRACT WS-RECOVERY-AMT FROM WS-OVERPAY-AMT
               END-IF
           END-IF
           IF SALES-IN - WS-RECOVERY-AMT - WS-OVERPAY-AMT >
             WS-PRIOR-PTD-HOLD
               MOVE 'EXCEEDS OPEN BALANCE' TO WS-REJ-REASON-HOLD
               PERFORM 228-WRITE-TRANS-REJECT
           ELSE
               IF WS-OVERPAY-AMT > 0
                   PERFORM 243-POST-OVERPAYMENT
               END-IF
               IF WS-RECOVERY-AMT > 0
                   PERFORM 231-POST-RECOVERY
               END-IF
           END-IF
           IF SALES-IN NOT > WS-PRIOR-PTD-HOLD
             AND SALES-IN > 0
               MOVE ZEROS TO WS-DISCOUNT-AMT
               IF TRANS-PAYMENT
                   SET WS-EP-ALLOWED TO TRUE
               ELSE
                   MOVE 'NO ' TO WS-EP-ALLOWED-SW
               END-IF
               MOVE SALES-IN TO WS-EP-REMAINING
               PERFORM 234-APPLY-TO-OPEN-INVOICES
               IF SALES-IN + WS-DISCOUNT-AMT > WS-PRIOR-PTD-HOLD
                   COMPUTE WS-DISCOUNT-AMT =
                     WS-PRIOR-PTD-HOLD - SALES-IN
               END-IF
               COMPUTE WS-BAL-PTD(WS-BAL-FOUND-SUB) =
                 WS-PRIOR-PTD-HOLD - SALES-IN - WS-DISCOUNT-AMT
               MOVE ZEROS TO WS-TAX-AMT
               MOVE SALES-IN TO NET-OUT
               PERFORM 260-WRITE-POSTED-DETAIL
               ADD 1 TO WS-TOTAL-COUNT
           END-IF.

       *> the part of a written-off customer's payment beyond the open
       *> balance comes back as a bad-debt recovery - its own posted
       *> line, no change to the balance or the open items; the rest
       *> of the payment, exactly the open balance, then posts as an
       *> ordinary payment
       231-POST-RECOVERY.
           IF NOT WS-BAL-FOUND
               PERFORM 246-ADD-BALANCE-ENTRY
           END-IF
           ADD WS-RECOVERY-AMT
             TO WS-WO-RECOVERED(WS-WO-FOUND-SUB)
           MOVE WS-RUN-DATE TO WS-WO-LAST-DATE(WS-WO-FOUND-SUB)
           MOVE ZEROS TO WS-DISCOUNT-AMT
           MOVE ZEROS TO WS-TAX-AMT
           MOVE 'Y' TO WS-POST-TYPE
           MOVE WS-RECOVERY-AMT TO SALES-IN
           MOVE WS-RECOVERY-AMT TO NET-OUT
           PERFORM 260-WRITE-POSTED-DETAIL
           ADD 1 TO WS-TOTAL-COUNT
           MOVE WS-PRIOR-PTD-HOLD TO SALES-IN
           MOVE 'P' TO WS-POST-TYPE.

       *> the overpaid part of a payment goes on the customer's credit
       *> balance with a posted line of its own (type K) - the open
       *> balance and open items are untouched; the rest of the
       *> payment then posts as an ordinary payment
       243-POST-OVERPAYMENT.
           PERFORM 251-POST-ON-ACCOUNT
           COMPUTE SALES-IN = WS-PRIOR-PTD-HOLD + WS-RECOVERY-AMT
           MOVE 'P' TO WS-POST-TYPE.

       *> puts WS-OVERPAY-AMT on the customer's credit balance and
       *> writes its on-account line (type K)
       251-POST-ON-ACCOUNT.
           IF NOT WS-BAL-FOUND
               PERFORM 246-ADD-BALANCE-ENTRY
           END-IF
           PERFORM 248-FIND-CREDIT-BALANCE
           IF NOT WS-CB-FOUND
               IF WS-CB-COUNT = 500
                   DISPLAY 'CREDIT BALANCE TABLE FULL - STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-CB-COUNT
               MOVE IDENT-IN TO WS-CB-IDENT(WS-CB-COUNT)
               MOVE ZEROS TO WS-CB-AMOUNT(WS-CB-COUNT)
               MOVE WS-CB-COUNT TO WS-CB-FOUND-SUB
           END-IF
           IF WS-CB-AMOUNT(WS-CB-FOUND-SUB) = 0
               MOVE WS-RUN-DATE TO WS-CB-SINCE-DATE(WS-CB-FOUND-SUB)
           END-IF
           ADD WS-OVERPAY-AMT TO WS-CB-AMOUNT(WS-CB-FOUND-SUB)
           MOVE WS-RUN-DATE TO WS-CB-LAST-DATE(WS-CB-FOUND-SUB)
           MOVE ZEROS TO WS-DISCOUNT-AMT
           MOVE ZEROS TO WS-TAX-AMT
           MOVE 'K' TO WS-POST-TYPE
           MOVE WS-OVERPAY-AMT TO SALES-IN
           MOVE WS-OVERPAY-AMT TO NET-OUT
           PERFORM 260-WRITE-POSTED-DETAIL
           ADD 1 TO WS-TOTAL-COUNT.

       *> a sale to a customer holding a credit balance is paid out
       *> of that credit as far as it goes - its own posted line
       *> (type A) that comes off the balance and the oldest open
       *> items like a credit memo
       244-APPLY-CREDIT-BALANCE.
           ADD NET-OUT, WS-TAX-AMT GIVING WS-CREDIT-APPLY-AMT
           IF WS-CREDIT-APPLY-AMT > WS-CB-AMOUNT(WS-CB-FOUND-SUB)
               MOVE WS-CB-AMOUNT(WS-CB-FOUND-SUB)
                 TO WS-CREDIT-APPLY-AMT
           END-IF
           IF WS-CREDIT-APPLY-AMT > 99999.99
               MOVE 99999.99 TO WS-CREDIT-APPLY-AMT
           END-IF
           SUBTRACT WS-CREDIT-APPLY-AMT
             FROM WS-CB-AMOUNT(WS-CB-FOUND-SUB)
           MOVE WS-RUN-DATE TO WS-CB-LAST-DATE(WS-CB-FOUND-SUB)
           PERFORM 245-FIND-PRIOR-BALANCE
           MOVE 'NO ' TO WS-EP-ALLOWED-SW
           MOVE WS-CREDIT-APPLY-AMT TO WS-EP-REMAINING
           PERFORM 234-APPLY-TO-OPEN-INVOICES
           SUBTRACT WS-CREDIT-APPLY-AMT
             FROM WS-BAL-PTD(WS-BAL-FOUND-SUB)
           MOVE ZEROS TO WS-DISCOUNT-AMT
           MOVE ZEROS TO WS-TAX-AMT
           MOVE 'A' TO WS-POST-TYPE
           MOVE WS-CREDIT-APPLY-AMT TO SALES-IN
           MOVE WS-CREDIT-APPLY-AMT TO NET-OUT
           PERFORM 260-WRITE-POSTED-DETAIL
           ADD 1 TO WS-TOTAL-COUNT.

       *> a refund check issued against a credit balance draws the
       *> credit down (type D); the open balance is not touched.  a
       *> refund larger than the credit left is refused
       249-POST-REFUND.
           PERFORM 248-FIND-CREDIT-BALANCE
           IF NOT WS-CB-FOUND
               MOVE 'EXCEEDS CREDIT BAL' TO WS-REJ-REASON-HOLD
               PERFORM 228-WRITE-TRANS-REJECT
           ELSE
               IF SALES-IN > WS-CB-AMOUNT(WS-CB-FOUND-SUB)
                   MOVE 'EXCEEDS CREDIT BAL' TO WS-REJ-REASON-HOLD
                   PERFORM 228-WRITE-TRANS-REJECT
               ELSE
                   SUBTRACT SALES-IN FROM WS-CB-AMOUNT(WS-CB-FOUND-SUB)
                   MOVE WS-RUN-DATE
                     TO WS-CB-LAST-DATE(WS-CB-FOUND-SUB)
                   PERFORM 245-FIND-PRIOR-BALANCE
                   IF NOT WS-BAL-FOUND
                       PERFORM 246-ADD-BALANCE-ENTRY
                   END-IF
                   MOVE ZEROS TO WS-DISCOUNT-AMT
                   MOVE ZEROS TO WS-TAX-AMT
                   MOVE SALES-IN TO NET-OUT
                   PERFORM 260-WRITE-POSTED-DETAIL
                   ADD 1 TO WS-TOTAL-COUNT
               END-IF
           END-IF.

       246-ADD-BALANCE-ENTRY.
           ADD 1 TO WS-BAL-COUNT
           MOVE IDENT-IN TO WS-BAL-IDENT(WS-BAL-COUNT)
           MOVE ZEROS TO WS-BAL-PTD(WS-BAL-COUNT)
           MOVE ZEROS TO WS-BAL-LAST-SALES(WS-BAL-COUNT)
           MOVE ZEROS TO WS-BAL-LAST-DISC(WS-BAL-COUNT)
           MOVE ZEROS TO WS-BAL-LAST-NET(WS-BAL-COUNT)
           MOVE WS-BAL-COUNT TO WS-BAL-FOUND-SUB
           SET WS-BAL-FOUND TO TRUE.

       248-FIND-CREDIT-BALANCE.
           MOVE 'NO ' TO WS-CB-FOUND-SW
           MOVE ZEROS TO WS-CB-FOUND-SUB
           PERFORM VARYING WS-CB-SUB FROM 1 BY 1
             UNTIL WS-CB-SUB > WS-CB-COUNT
               IF WS-CB-IDENT(WS-CB-SUB) = IDENT-IN
                   SET WS-CB-FOUND TO TRUE
                   MOVE WS-CB-SUB TO WS-CB-FOUND-SUB
                   MOVE WS-CB-COUNT TO WS-CB-SUB
               END-IF
           END-PERFORM.

       *> an approved bad-debt write-off retires the customer's oldest
       *> open items like a credit memo and is recorded against the
       *> customer so a later payment is recognised as a recovery
       241-POST-WRITE-OFF.
           PERFORM 245-FIND-PRIOR-BALANCE
           IF SALES-IN > WS-PRIOR-PTD-HOLD
               MOVE 'EXCEEDS OPEN BALANCE' TO WS-REJ-REASON-HOLD
               PERFORM 228-WRITE-TRANS-REJECT
           ELSE
               MOVE ZEROS TO WS-DISCOUNT-AMT
               MOVE ZEROS TO WS-TAX-AMT
               MOVE 'NO ' TO WS-EP-ALLOWED-SW
               MOVE SALES-IN TO WS-EP-REMAINING
               PERFORM 234-APPLY-TO-OPEN-INVOICES
               COMPUTE WS-BAL-PTD(WS-BAL-FOUND-SUB) =
                 WS-PRIOR-PTD-HOLD - SALES-IN
               MOVE SALES-IN TO NET-OUT
               PERFORM 260-WRITE-POSTED-DETAIL
               ADD 1 TO WS-TOTAL-COUNT
               PERFORM 247-FIND-WRITE-OFF
               IF NOT WS-WO-FOUND
                   IF WS-WO-COUNT = 500
                       DISPLAY 'WRITTEN-OFF TABLE FULL - STOPPED'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-WO-COUNT
                   MOVE IDENT-IN TO WS-WO-IDENT(WS-WO-COUNT)
                   MOVE ZEROS TO WS-WO-AMOUNT(WS-WO-COUNT)
                   MOVE ZEROS TO WS-WO-RECOVERED(WS-WO-COUNT)
                   MOVE WS-WO-COUNT TO WS-WO-FOUND-SUB
               END-IF
               ADD SALES-IN TO WS-WO-AMOUNT(WS-WO-FOUND-SUB)
               MOVE WS-RUN-DATE TO WS-WO-LAST-DATE(WS-WO-FOUND-SUB)
           END-IF.

       247-FIND-WRITE-OFF.
           MOVE 'NO ' TO WS-WO-FOUND-SW
           MOVE ZEROS TO WS-WO-FOUND-SUB
           PERFORM VARYING WS-WO-SUB FROM 1 BY 1
             UNTIL WS-WO-SUB > WS-WO-COUNT
               IF WS-WO-IDENT(WS-WO-SUB) = IDENT-IN
                   SET WS-WO-FOUND TO TRUE
                   MOVE WS-WO-SUB TO WS-WO-FOUND-SUB
                   MOVE WS-WO-COUNT TO WS-WO-SUB
               END-IF
           END-PERFORM.

       *> the customer remits an invoice less its discount, so a
       *> payment covering the discounted amount of an invoice still
       *> inside its window settles the invoice in full; outside the
       *> window, or on a credit memo, items are retired at face
       234-APPLY-TO-OPEN-INVOICES.
           PERFORM VARYING WS-OPN-SUB FROM 1 BY 1
             UNTIL WS-OPN-SUB > WS-OPN-COUNT
               IF WS-EP-REMAINING > 0
                 AND WS-OPN-IDENT(WS-OPN-SUB) = IDENT-IN
                 AND WS-OPN-AMOUNT(WS-OPN-SUB) > 0
                   PERFORM 236-SETTLE-ONE-INVOICE
               END-IF
           END-PERFORM.

       236-SETTLE-ONE-INVOICE.
           IF WS-EP-ALLOWED
             AND WS-OPN-DISC-PCT(WS-OPN-SUB) > 0
             AND WS-OPN-DISC-DATE(WS-OPN-SUB) NOT < WS-RUN-DATE
               COMPUTE WS-EP-REMIT-DUE ROUNDED =
                 WS-OPN-AMOUNT(WS-OPN-SUB) *
                 (1 - WS-OPN-DISC-PCT(WS-OPN-SUB))
           ELSE
               MOVE WS-OPN-AMOUNT(WS-OPN-SUB) TO WS-EP-REMIT-DUE
           END-IF
           IF WS-EP-REMAINING NOT < WS-EP-REMIT-DUE
               COMPUTE WS-DISCOUNT-AMT = WS-DISCOUNT-AMT +
                 WS-OPN-AMOUNT(WS-OPN-SUB) - WS-EP-REMIT-DUE
               SUBTRACT WS-EP-REMIT-DUE FROM WS-EP-REMAINING
               IF TRANS-PAYMENT
                   PERFORM 242-WRITE-PAY-HISTORY
               END-IF
               MOVE ZEROS TO WS-OPN-AMOUNT(WS-OPN-SUB)
           ELSE
               SUBTRACT WS-EP-REMAINING FROM WS-OPN-AMOUNT(WS-OPN-SUB)
               MOVE ZEROS TO WS-EP-REMAINING
           END-IF.

       *> an invoice settled by a payment goes on the payment history
       *> with the day it was paid and the balance it was paid from
       242-WRITE-PAY-HISTORY.
           MOVE SPACES TO PAY-HISTORY-REC
           MOVE IDENT-IN TO PH-IDENT
           MOVE WS-OPN-INVOICE-DATE(WS-OPN-SUB) TO PH-INVOICE-DATE
           MOVE WS-OPN-DUE-DATE(WS-OPN-SUB) TO PH-DUE-DATE
           MOVE WS-RUN-DATE TO PH-PAID-DATE
           MOVE WS-OPN-AMOUNT(WS-OPN-SUB) TO PH-AMOUNT
           MOVE WS-PRIOR-PTD-HOLD TO PH-BAL-BEFORE
           WRITE PAY-HISTORY-REC.

       *> a return reverses its share of the original sale - the
       *> discount and tax come back in proportion to the sales amount
       *> returned, and the last return against a sale takes whatever
       *> is left so rounding never strands a penny.  the credit comes
       *> off the balance like a credit memo, and the tax register and
       *> commission run pick it up from the posted line.  credit
       *> beyond the open balance goes on account (type K) the way an
       *> overpayment does
       233-POST-RETURN.
           PERFORM 235-FIND-RETURNED-SALE
           IF NOT WS-RET-SALE-FOUND
               PERFORM 228-WRITE-TRANS-REJECT
           ELSE
               IF SALES-IN = WS-LG-SALES(WS-LG-FOUND-SUB) -
                 WS-LG-RET-SALES(WS-LG-FOUND-SUB)
                   COMPUTE WS-DISCOUNT-AMT =
                     WS-LG-DISCOUNT(WS-LG-FOUND-SUB) -
                     WS-LG-RET-DISCOUNT(WS-LG-FOUND-SUB)
                   COMPUTE WS-TAX-AMT =
                     WS-LG-TAX(WS-LG-FOUND-SUB) -
                     WS-LG-RET-TAX(WS-LG-FOUND-SUB)
               ELSE
                   COMPUTE WS-DISCOUNT-AMT ROUNDED =
                     WS-LG-DISCOUNT(WS-LG-FOUND-SUB) * SALES-IN /
                     WS-LG-SALES(WS-LG-FOUND-SUB)
                   COMPUTE WS-TAX-AMT ROUNDED =
                     WS-LG-TAX(WS-LG-FOUND-SUB) * SALES-IN /
                     WS-LG-SALES(WS-LG-FOUND-SUB)
               END-IF
               SUBTRACT WS-DISCOUNT-AMT FROM SALES-IN GIVING NET-OUT
               ADD NET-OUT, WS-TAX-AMT GIVING WS-RET-CREDIT
               PERFORM 245-FIND-PRIOR-BALANCE
               IF NOT WS-BAL-FOUND
                   PERFORM 246-ADD-BALANCE-ENTRY
               END-IF
               MOVE ZEROS TO WS-OVERPAY-AMT
               IF WS-RET-CREDIT > WS-PRIOR-PTD-HOLD
                   COMPUTE WS-OVERPAY-AMT =
                     WS-RET-CREDIT - WS-PRIOR-PTD-HOLD
               END-IF
               ADD SALES-IN TO WS-LG-RET-SALES(WS-LG-FOUND-SUB)
               ADD WS-DISCOUNT-AMT
                 TO WS-LG-RET-DISCOUNT(WS-LG-FOUND-SUB)
               ADD WS-TAX-AMT TO WS-LG-RET-TAX(WS-LG-FOUND-SUB)
               MOVE 'NO ' TO WS-EP-ALLOWED-SW
               COMPUTE WS-EP-REMAINING = WS-RET-CREDIT - WS-OVERPAY-AMT
               PERFORM 234-APPLY-TO-OPEN-INVOICES
               COMPUTE WS-BAL-PTD(WS-BAL-FOUND-SUB) =
                 WS-PRIOR-PTD-HOLD - WS-RET-CREDIT + WS-OVERPAY-AMT
               MOVE RET-INVOICE-DATE-IN TO WS-INVOICE-DATE
               MOVE WS-LG-SLSP(WS-LG-FOUND-SUB) TO SLSP-IN
               PERFORM 260-WRITE-POSTED-DETAIL
               ADD 1 TO WS-TOTAL-COUNT
               PERFORM 237-FIND-RETURN-JURIS
               IF WS-TAX-FOUND-SUB > 0
                 AND WS-LG-EXEMPT-SW(WS-LG-FOUND-SUB) = 'Y'
                   ADD NET-OUT
                     TO WS-TAX-RET-EXEMPT-ACCUM(WS-TAX-FOUND-SUB)
               END-IF
               IF WS-TAX-FOUND-SUB > 0
                 AND WS-LG-EXEMPT-SW(WS-LG-FOUND-SUB) NOT = 'Y'
                   ADD NET-OUT
                     TO WS-TAX-RET-NET-ACCUM(WS-TAX-FOUND-SUB)
                   ADD WS-TAX-AMT
                     TO WS-TAX-RET-TAX-ACCUM(WS-TAX-FOUND-SUB)
               END-IF
               IF WS-OVERPAY-AMT > 0
                   PERFORM 251-POST-ON-ACCOUNT
               END-IF
           END-IF.

       *> the named sale must be on the ledger for this customer with
       *> enough of it not yet returned to cover this return
       235-FIND-RETURNED-SALE.
           MOVE 'NO ' TO WS-RET-SALE-FOUND-SW
           MOVE ZEROS TO WS-LG-FOUND-SUB
           MOVE 'NO MATCHING SALE' TO WS-REJ-REASON-HOLD
           IF RET-INVOICE-DATE-IN NUMERIC
             AND RET-ORIG-SALES-IN NUMERIC
               PERFORM VARYING WS-LG-SUB FROM 1 BY 1
                 UNTIL WS-LG-SUB > WS-LG-COUNT
                   IF WS-LG-IDENT(WS-LG-SUB) = IDENT-IN
                     AND WS-LG-INVOICE-DATE(WS-LG-SUB) =
                       RET-INVOICE-DATE-IN
                     AND WS-LG-SALES(WS-LG-SUB) = RET-ORIG-SALES-IN
                       IF SALES-IN > WS-LG-SALES(WS-LG-SUB) -
                         WS-LG-RET-SALES(WS-LG-SUB)
                           MOVE 'RETURN EXCEEDS SALE'
                             TO WS-REJ-REASON-HOLD
                       ELSE
                           SET WS-RET-SALE-FOUND TO TRUE
                           MOVE WS-LG-SUB TO WS-LG-FOUND-SUB
                           MOVE WS-LG-COUNT TO WS-LG-SUB
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       *> tax comes back out of the jurisdiction the sale was taxed
       *> under, even if the customer has moved since
       237-FIND-RETURN-JURIS.
           MOVE ZEROS TO WS-TAX-FOUND-SUB
           IF WS-LG-TAX-JURIS(WS-LG-FOUND-SUB) NOT = SPACES
               PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
                 UNTIL WS-TAX-SUB > WS-TAX-COUNT
                   IF WS-TAX-JURIS(WS-TAX-SUB) =
                     WS-LG-TAX-JURIS(WS-LG-FOUND-SUB)
                       MOVE WS-TAX-SUB TO WS-TAX-FOUND-SUB
                       MOVE WS-TAX-COUNT TO WS-TAX-SUB
                   END-IF
               END-PERFORM
           END-IF.

       239-ADD-LEDGER-SALE.
           IF WS-LG-COUNT = 2000
               DISPLAY 'SALES LEDGER TABLE FULL - STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-LG-COUNT
           MOVE IDENT-IN TO WS-LG-IDENT(WS-LG-COUNT)
           MOVE WS-INVOICE-DATE TO WS-LG-INVOICE-DATE(WS-LG-COUNT)
           MOVE SALES-IN TO WS-LG-SALES(WS-LG-COUNT)
           MOVE WS-DISCOUNT-AMT TO WS-LG-DISCOUNT(WS-LG-COUNT)
           MOVE NET-OUT TO WS-LG-NET(WS-LG-COUNT)
           MOVE WS-TAX-AMT TO WS-LG-TAX(WS-LG-COUNT)
           MOVE WS-REF-TAX-JURIS(WS-REF-FOUND-SUB)
             TO WS-LG-TAX-JURIS(WS-LG-COUNT)
           MOVE SLSP-IN TO WS-LG-SLSP(WS-LG-COUNT)
           MOVE ZEROS TO WS-LG-RET-SALES(WS-LG-COUNT)
           MOVE ZEROS TO WS-LG-RET-DISCOUNT(WS-LG-COUNT)
           MOVE ZEROS TO WS-LG-RET-TAX(WS-LG-COUNT)
           IF WS-TAX-EXEMPT
               MOVE 'Y' TO WS-LG-EXEMPT-SW(WS-LG-COUNT)
           ELSE
               MOVE 'N' TO WS-LG-EXEMPT-SW(WS-LG-COUNT)
           END-IF.

       *> a posted charge becomes an open invoice for any payment
       *> later in the same batch
       238-ADD-OPEN-INVOICE.
           IF WS-OPN-COUNT = 1000
               DISPLAY 'OPEN INVOICE TABLE FULL - STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-OPN-COUNT
           MOVE IDENT-IN TO WS-OPN-IDENT(WS-OPN-COUNT)
           ADD NET-OUT, WS-TAX-AMT GIVING WS-OPN-AMOUNT(WS-OPN-COUNT)
           MOVE WS-INVOICE-DATE TO WS-OPN-INVOICE-DATE(WS-OPN-COUNT)
           MOVE WS-DUE-DATE TO WS-OPN-DUE-DATE(WS-OPN-COUNT)
           MOVE WS-DISC-DATE TO WS-OPN-DISC-DATE(WS-OPN-COUNT)
           MOVE WS-TERMS-DISC-PCT TO WS-OPN-DISC-PCT(WS-OPN-COUNT).

       *> invoice dated today, due the terms' net days out; the
       *> discount window, if the terms carry one, closes disc-days out
       229-STAMP-TERMS.
           MOVE WS-DEFAULT-NET-DAYS TO WS-CAL-DAYS-LEFT
           MOVE ZEROS TO WS-TERMS-DISC-PCT
           MOVE ZEROS TO WS-DISC-DATE
           PERFORM VARYING WS-TRM-SUB FROM 1 BY 1
             UNTIL WS-TRM-SUB > WS-TRM-COUNT
               IF WS-REF-TERMS-CODE(WS-REF-FOUND-SUB) NOT = SPACES
                 AND WS-TRM-CODE(WS-TRM-SUB) =
                   WS-REF-TERMS-CODE(WS-REF-FOUND-SUB)
                   MOVE WS-TRM-NET-DAYS(WS-TRM-SUB)
                     TO WS-CAL-DAYS-LEFT
                   MOVE WS-TRM-DISC-PCT(WS-TRM-SUB)
                     TO WS-TERMS-DISC-PCT
                   MOVE WS-TRM-SUB TO WS-TRM-FOUND-SUB
                   MOVE WS-TRM-COUNT TO WS-TRM-SUB
               END-IF
           END-PERFORM
           MOVE WS-RUN-DATE TO WS-INVOICE-DATE
           MOVE WS-RUN-DATE TO WS-CAL-DATE
           PERFORM 256-ADD-CALENDAR-DAYS
           MOVE WS-CAL-DATE TO WS-DUE-DATE
           IF WS-TERMS-DISC-PCT > 0
               MOVE WS-TRM-DISC-DAYS(WS-TRM-FOUND-SUB)
                 TO WS-CAL-DAYS-LEFT
               MOVE WS-RUN-DATE TO WS-CAL-DATE
               PERFORM 256-ADD-CALENDAR-DAYS
               MOVE WS-CAL-DATE TO WS-DISC-DATE
           END-IF.

       256-ADD-CALENDAR-DAYS.
           PERFORM UNTIL WS-CAL-DAYS-LEFT = 0
               MOVE WS-MONTH-DAYS(WS-CAL-MM) TO WS-CAL-MONTH-END
               IF WS-CAL-MM = 2
                   DIVIDE WS-CAL-YY BY 4 GIVING WS-CAL-QUOTIENT
                     REMAINDER WS-CAL-REMAINDER
                   IF WS-CAL-REMAINDER = 0
                       MOVE 29 TO WS-CAL-MONTH-END
                   END-IF
               END-IF
               IF WS-CAL-DD + WS-CAL-DAYS-LEFT > WS-CAL-MONTH-END
                   COMPUTE WS-CAL-DAYS-LEFT = WS-CAL-DAYS-LEFT -
                     (WS-CAL-MONTH-END - WS-CAL-DD) - 1
                   MOVE 1 TO WS-CAL-DD
                   IF WS-CAL-MM = 12
                       MOVE 1 TO WS-CAL-MM
                       IF WS-CAL-YY = 99
                           MOVE ZEROS TO WS-CAL-YY
                       ELSE
                           ADD 1 TO WS-CAL-YY
                       END-IF
                   ELSE
                       ADD 1 TO WS-CAL-MM
                   END-IF
               ELSE
                   ADD WS-CAL-DAYS-LEFT TO WS-CAL-DD
                   MOVE ZERO TO WS-CAL-DAYS-LEFT
               END-IF
           END-PERFORM.

       *> finance charges from the period-end assessment run post the
       *> full amount onto the balance - no discount pricing and no
       *> credit-review hold, the balance is already owed
           PERFORM 245-FIND-PRIOR-BALANCE
           PERFORM 240-CALC-BALANCE
           PERFORM 260-WRITE-POSTED-DETAIL
           PERFORM 238-ADD-OPEN-INVOICE
           ADD 1 TO WS-TOTAL-COUNT.

       228-WRITE-TRANS-REJECT.
           MOVE WS-DISCOUNT-AMT TO PD-DISCOUNT-AMT
           MOVE NET-OUT TO PD-NET
           MOVE WS-BAL-PTD(WS-BAL-FOUND-SUB) TO PD-PTD-AFTER
           MOVE WS-POST-TYPE TO PD-TRANS-TYPE
           MOVE WS-TAX-AMT TO PD-TAX-AMT
           MOVE SLSP-IN TO PD-SLSP
           MOVE WS-INVOICE-DATE TO PD-INVOICE-DATE
           MOVE WS-DUE-DATE TO PD-DUE-DATE
           MOVE WS-DISC-DATE TO PD-DISC-DATE
           MOVE WS-TERMS-DISC-PCT TO PD-DISC-PCT
           WRITE POSTED-DETAIL-REC
           ADD 1 TO WS-POSTED-REC-COUNT
           ADD NET-OUT TO WS-POSTED-NET-HASH.
           MOVE WS-POSTED-NET-HASH TO PCT-NET-HASH
           WRITE POSTED-CONTROL-REC
           CLOSE POSTED-CONTROL-FILE
           PERFORM 330-WRITE-SALES-LEDGER
           PERFORM 340-WRITE-WRITTEN-OFF
           PERFORM 350-WRITE-CREDIT-BALANCES
           Close CUSTOMER-TRANS
             CUSTOMER-MASTER
             CUSTOMER-REJECTS
             HELD-ORDERS
             CREDIT-REVIEW-RPT
             POSTED-DETAIL
             TAX-REGISTER
             TAX-SUMMARY-FILE
             PAY-HISTORY.

       320-WRITE-TAX-REGISTER.
           WRITE TAX-REGISTER-LINE FROM TAX-REG-HDR-LINE
               MOVE WS-TAX-JURIS(WS-TAX-SUB) TO TXD-JURIS
               MOVE WS-TAX-NAME(WS-TAX-SUB) TO TXD-NAME
               MOVE WS-TAX-RATE(WS-TAX-SUB) TO TXD-RATE
               COMPUTE WS-TAX-LINE-NET =
                 WS-TAX-NET-ACCUM(WS-TAX-SUB) -
                 WS-TAX-RET-NET-ACCUM(WS-TAX-SUB)
               COMPUTE WS-TAX-LINE-TAX =
                 WS-TAX-TAX-ACCUM(WS-TAX-SUB) -
                 WS-TAX-RET-TAX-ACCUM(WS-TAX-SUB)
               MOVE WS-TAX-LINE-NET TO TXD-NET
               MOVE WS-TAX-LINE-TAX TO TXD-TAX
               MOVE WS-TAX-RET-TAX-ACCUM(WS-TAX-SUB) TO TXD-RET-TAX
               WRITE TAX-REGISTER-LINE FROM TAX-REG-DETAIL-LINE
               ADD WS-TAX-LINE-NET TO WS-TAX-GRAND-NET
               ADD WS-TAX-LINE-TAX TO WS-TAX-GRAND-TAX
               ADD WS-TAX-RET-TAX-ACCUM(WS-TAX-SUB)
                 TO WS-TAX-GRAND-RET-TAX
           END-PERFORM
           MOVE WS-TAX-GRAND-NET TO TXT-NET
           MOVE WS-TAX-GRAND-TAX TO TXT-TAX
           MOVE WS-TAX-GRAND-RET-TAX TO TXT-RET-TAX
           WRITE TAX-REGISTER-LINE FROM TAX-REG-TOTAL-LINE
           PERFORM 322-WRITE-EXEMPT-SALES
           PERFORM 324-WRITE-CERTS-HONORED.

       *> exempt and taxable sales side by side per jurisdiction,
       *> each jurisdiction's figures also going to the summary file
       322-WRITE-EXEMPT-SALES.
           MOVE ZEROS TO WS-TAX-GRAND-NET
           WRITE TAX-REGISTER-LINE FROM TAX-BLANK-LINE
           WRITE TAX-REGISTER-LINE FROM TAX-EXEMPT-HDR-LINE
           WRITE TAX-REGISTER-LINE FROM TAX-EXEMPT-COL-LINE
           PERFORM VARYING WS-TAX-SUB FROM 1 BY 1
             UNTIL WS-TAX-SUB > WS-TAX-COUNT
               COMPUTE WS-TAX-LINE-NET =
                 WS-TAX-NET-ACCUM(WS-TAX-SUB) -
                 WS-TAX-RET-NET-ACCUM(WS-TAX-SUB)
               COMPUTE WS-TAX-LINE-TAX =
                 WS-TAX-TAX-ACCUM(WS-TAX-SUB) -
                 WS-TAX-RET-TAX-ACCUM(WS-TAX-SUB)
               COMPUTE WS-TAX-LINE-EXEMPT =
                 WS-TAX-EXEMPT-ACCUM(WS-TAX-SUB) -
                 WS-TAX-RET-EXEMPT-ACCUM(WS-TAX-SUB)
               MOVE WS-TAX-JURIS(WS-TAX-SUB) TO TXE-JURIS
               MOVE WS-TAX-NAME(WS-TAX-SUB) TO TXE-NAME
               COMPUTE TXE-GROSS = WS-TAX-LINE-NET + WS-TAX-LINE-EXEMPT
               MOVE WS-TAX-LINE-EXEMPT TO TXE-EXEMPT
               MOVE WS-TAX-LINE-NET TO TXE-TAXABLE
               WRITE TAX-REGISTER-LINE FROM TAX-EXEMPT-DETAIL-LINE
               ADD WS-TAX-LINE-NET TO WS-TAX-GRAND-NET
               ADD WS-TAX-LINE-EXEMPT TO WS-TAX-GRAND-EXEMPT
               MOVE SPACES TO TAX-SUMMARY-REC
               MOVE WS-TAX-JURIS(WS-TAX-SUB) TO TS-JURIS
               MOVE WS-TAX-NAME(WS-TAX-SUB) TO TS-NAME
               COMPUTE TS-GROSS-NET =
                 WS-TAX-LINE-NET + WS-TAX-LINE-EXEMPT
               MOVE WS-TAX-LINE-EXEMPT TO TS-EXEMPT-NET
               MOVE WS-TAX-LINE-NET TO TS-TAXABLE-NET
               MOVE WS-TAX-LINE-TAX TO TS-TAX
               WRITE TAX-SUMMARY-REC
           END-PERFORM
           COMPUTE TXF-GROSS = WS-TAX-GRAND-NET + WS-TAX-GRAND-EXEMPT
           MOVE WS-TAX-GRAND-EXEMPT TO TXF-EXEMPT
           MOVE WS-TAX-GRAND-NET TO TXF-TAXABLE
           WRITE TAX-REGISTER-LINE FROM TAX-EXEMPT-TOTAL-LINE.

       324-WRITE-CERTS-HONORED.
           WRITE TAX-REGISTER-LINE FROM TAX-BLANK-LINE
           WRITE TAX-REGISTER-LINE FROM TAX-CERT-HDR-LINE
           WRITE TAX-REGISTER-LINE FROM TAX-CERT-COL-LINE
           PERFORM VARYING WS-EXC-SUB FROM 1 BY 1
             UNTIL WS-EXC-SUB > WS-EXC-COUNT
               IF WS-EXC-NET-ACCUM(WS-EXC-SUB) > 0
                   MOVE WS-EXC-IDENT(WS-EXC-SUB) TO TXC-IDENT
                   MOVE WS-EXC-JURIS(WS-EXC-SUB) TO TXC-JURIS
                   MOVE WS-EXC-CERT-NO(WS-EXC-SUB) TO TXC-CERT-NO
                   MOVE WS-EXC-REASON(WS-EXC-SUB) TO TXC-REASON
                   IF WS-EXC-EXPIRE-DATE(WS-EXC-SUB) = ZEROS
                       MOVE 'NONE' TO TXC-EXPIRES
                   ELSE
                       MOVE WS-EXC-EXPIRE-DATE(WS-EXC-SUB)
                         TO TXC-EXPIRES
                   END-IF
                   MOVE WS-EXC-NET-ACCUM(WS-EXC-SUB) TO TXC-NET
                   WRITE TAX-REGISTER-LINE FROM TAX-CERT-DETAIL-LINE
               END-IF
           END-PERFORM.

       *> the ledger is rewritten whole for the next run; a sale
       *> returned in full has nothing left to return and is dropped
       330-WRITE-SALES-LEDGER.
           OPEN OUTPUT SALES-LEDGER
           PERFORM VARYING WS-LG-SUB FROM 1 BY 1
             UNTIL WS-LG-SUB > WS-LG-COUNT
               IF WS-LG-RET-SALES(WS-LG-SUB) <
                 WS-LG-SALES(WS-LG-SUB)
                   MOVE SPACES TO SALES-LEDGER-REC
                   MOVE WS-LG-IDENT(WS-LG-SUB) TO LG-IDENT
                   MOVE WS-LG-INVOICE-DATE(WS-LG-SUB)
                     TO LG-INVOICE-DATE
                   MOVE WS-LG-SALES(WS-LG-SUB) TO LG-SALES
                   MOVE WS-LG-DISCOUNT(WS-LG-SUB) TO LG-DISCOUNT
                   MOVE WS-LG-NET(WS-LG-SUB) TO LG-NET
                   MOVE WS-LG-TAX(WS-LG-SUB) TO LG-TAX
                   MOVE WS-LG-TAX-JURIS(WS-LG-SUB) TO LG-TAX-JURIS
                   MOVE WS-LG-SLSP(WS-LG-SUB) TO LG-SLSP
                   MOVE WS-LG-RET-SALES(WS-LG-SUB) TO LG-RET-SALES
                   MOVE WS-LG-RET-DISCOUNT(WS-LG-SUB)
                     TO LG-RET-DISCOUNT
                   MOVE WS-LG-RET-TAX(WS-LG-SUB) TO LG-RET-TAX
                   MOVE WS-LG-EXEMPT-SW(WS-LG-SUB) TO LG-EXEMPT-SW
                   WRITE SALES-LEDGER-REC
               END-IF
           END-PERFORM
           CLOSE SALES-LEDGER.

       340-WRITE-WRITTEN-OFF.
           OPEN OUTPUT WRITTEN-OFF-FILE
           PERFORM VARYING WS-WO-SUB FROM 1 BY 1
             UNTIL WS-WO-SUB > WS-WO-COUNT
               MOVE SPACES TO WRITTEN-OFF-REC
               MOVE WS-WO-IDENT(WS-WO-SUB) TO WO-IDENT
               MOVE WS-WO-AMOUNT(WS-WO-SUB) TO WO-AMOUNT
               MOVE WS-WO-RECOVERED(WS-WO-SUB) TO WO-RECOVERED
               MOVE WS-WO-LAST-DATE(WS-WO-SUB) TO WO-LAST-DATE
               WRITE WRITTEN-OFF-REC
           END-PERFORM
           CLOSE WRITTEN-OFF-FILE.

       *> a credit used up or refunded in full drops off the file
       350-WRITE-CREDIT-BALANCES.
           OPEN OUTPUT CREDIT-BALANCE-FILE
           PERFORM VARYING WS-CB-SUB FROM 1 BY 1
             UNTIL WS-CB-SUB > WS-CB-COUNT
               IF WS-CB-AMOUNT(WS-CB-SUB) > 0
                   MOVE SPACES TO CREDIT-BALANCE-REC
                   MOVE WS-CB-IDENT(WS-CB-SUB) TO CB-IDENT
                   MOVE WS-CB-AMOUNT(WS-CB-SUB) TO CB-AMOUNT
                   MOVE WS-CB-SINCE-DATE(WS-CB-SUB) TO CB-SINCE-DATE
                   MOVE WS-CB-LAST-DATE(WS-CB-SUB) TO CB-LAST-DATE
                   WRITE CREDIT-BALANCE-REC
               END-IF
           END-PERFORM
           CLOSE CREDIT-BALANCE-FILE.

       900-WRITE-OPS-LOG.
           ACCEPT WS-OPS-END-TIME FROM TIME
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-OPS-DATE
