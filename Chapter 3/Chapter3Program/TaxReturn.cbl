       identification division.
       program-id. TaxReturn.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> closed periods' sales and tax by jurisdiction, appended by
       *> the period-end close
       SELECT TAX-HISTORY
       ASSIGN TO 'CH3TAXHISTORY'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> year and quarter being filed - single control record; when
       *> absent the quarter holding the latest closed period is filed
       SELECT OPTIONAL TAX-RETURN-CONTROL
       ASSIGN TO 'CH3TAXRETCONTROL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> exemption certificates on file, checked for expiry
       SELECT OPTIONAL TAX-EXEMPT-FILE
       ASSIGN TO 'CH3TAXEXEMPT'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMER-REF
       ASSIGN TO 'CH3CUSTREF'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> one return record per jurisdiction for the quarter - gross,
       *> exempt and taxable sales and the tax due
       SELECT TAX-RETURN-FILE
       ASSIGN TO 'CH3TAXRETURN'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> printed returns summary and certificates about to expire
       SELECT TAX-RETURN-RPT
       ASSIGN TO 'CH3TAXRETURNRPT'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD TAX-HISTORY RECORDING MODE IS F.
       01 TAX-HISTORY-REC.
         05 TH-PERIOD-ID PIC 9(6).
         05 TH-PERIOD-SPLIT REDEFINES TH-PERIOD-ID.
           10 TH-PERIOD-YYYY PIC 9(4).
           10 TH-PERIOD-MM PIC 9(2).
         05 FILLER PIC X(1).
         05 TH-JURIS PIC X(2).
         05 FILLER PIC X(1).
         05 TH-NAME PIC X(15).
         05 FILLER PIC X(1).
         05 TH-GROSS-NET PIC S9(9)V99 SIGN IS LEADING SEPARATE.
         05 FILLER PIC X(1).
         05 TH-EXEMPT-NET PIC S9(9)V99 SIGN IS LEADING SEPARATE.
         05 FILLER PIC X(1).
         05 TH-TAXABLE-NET PIC S9(9)V99 SIGN IS LEADING SEPARATE.
         05 FILLER PIC X(1).
         05 TH-TAX PIC S9(7)V99 SIGN IS LEADING SEPARATE.

       FD TAX-RETURN-CONTROL RECORDING MODE IS F.
       01 TAX-RETURN-CONTROL-REC.
         05 CTL-YEAR PIC 9(4).
         05 CTL-QUARTER PIC 9(1).

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
         05 EXC-EXPIRE-SPLIT REDEFINES EXC-EXPIRE-DATE.
           10 EXC-EXPIRE-YY PIC 9(2).
           10 EXC-EXPIRE-MM PIC 9(2).
           10 EXC-EXPIRE-DD PIC 9(2).

       FD CUSTOMER-REF RECORDING MODE IS F.
       01 CUSTOMER-REF-REC.
         05 REF-IDENT PIC X(5).
         05 REF-NAME PIC X(20).
         05 REF-CREDIT-LIMIT PIC 9(7)V99.
         05 FILLER PIC X(46).

       FD TAX-RETURN-FILE RECORDING MODE IS F.
       01 TAX-RETURN-REC.
         05 TR-YEAR PIC 9(4).
         05 TR-QUARTER PIC 9(1).
         05 FILLER PIC X(1).
         05 TR-JURIS PIC X(2).
         05 FILLER PIC X(1).
         05 TR-NAME PIC X(15).
         05 FILLER PIC X(1).
         05 TR-GROSS-NET PIC S9(9)V99 SIGN IS LEADING SEPARATE.
         05 FILLER PIC X(1).
         05 TR-EXEMPT-NET PIC S9(9)V99 SIGN IS LEADING SEPARATE.
         05 FILLER PIC X(1).
         05 TR-TAXABLE-NET PIC S9(9)V99 SIGN IS LEADING SEPARATE.
         05 FILLER PIC X(1).
         05 TR-TAX-DUE PIC S9(7)V99 SIGN IS LEADING SEPARATE.

       FD TAX-RETURN-RPT RECORDING MODE IS F.
       01 RETURN-RPT-LINE PIC X(80).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-EXC-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-REF-MORE-RECORDS PIC X(3) VALUE 'YES'.

       *> quarter's totals per jurisdiction, in order first met
       01 WS-JURIS-TABLE.
         05 WS-JUR-COUNT PIC 9(2) VALUE ZERO.
         05 WS-JUR-ENTRY OCCURS 20 TIMES.
           10 WS-JUR-JURIS PIC X(2).
           10 WS-JUR-NAME PIC X(15).
           10 WS-JUR-GROSS PIC S9(9)V99.
           10 WS-JUR-EXEMPT PIC S9(9)V99.
           10 WS-JUR-TAXABLE PIC S9(9)V99.
           10 WS-JUR-TAX PIC S9(7)V99.
       01 WS-JUR-SUB PIC 9(2) VALUE ZERO.
       01 WS-JUR-FOUND-SUB PIC 9(2) VALUE ZERO.

       *> periods of the quarter found in the history - fewer than
       *> three means a month is not yet closed
       01 WS-PERIODS-SEEN.
         05 WS-PERIOD-SEEN OCCURS 3 TIMES PIC X(1).
       01 WS-PERIOD-COUNT PIC 9(1) VALUE ZERO.
       01 WS-MONTH-IN-QTR PIC 9(2) VALUE ZERO.
       01 WS-PERIOD-SUB PIC 9(1) VALUE ZERO.

       01 WS-CUSTOMER-REF-TABLE.
         05 WS-REF-COUNT PIC 9(3) VALUE ZERO.
         05 WS-REF-ENTRY OCCURS 500 TIMES.
           10 WS-REF-IDENT PIC X(5).
           10 WS-REF-NAME PIC X(20).
       01 WS-REF-SUB PIC 9(3) VALUE ZERO.
       01 WS-NAME-HOLD PIC X(20) VALUE SPACES.

       01 WS-FILE-YEAR PIC 9(4) VALUE ZERO.
       01 WS-FILE-QUARTER PIC 9(1) VALUE ZERO.
       01 WS-FIRST-MONTH PIC 9(2) VALUE ZERO.
       01 WS-LAST-MONTH PIC 9(2) VALUE ZERO.
       01 WS-LATEST-PERIOD PIC 9(6) VALUE ZEROS.
       01 WS-LATEST-SPLIT REDEFINES WS-LATEST-PERIOD.
         05 WS-LATEST-YYYY PIC 9(4).
         05 WS-LATEST-MM PIC 9(2).
       01 WS-QTR-QUOT PIC 9(2) VALUE ZERO.
       01 WS-QTR-REM PIC 9(2) VALUE ZERO.

       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.
       01 WS-RUN-DATE-SPLIT REDEFINES WS-RUN-DATE.
         05 WS-RUN-YY PIC 9(2).
         05 WS-RUN-MM PIC 9(2).
         05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DAYNO PIC 9(7) VALUE ZERO.
       01 WS-EXPIRE-DAYNO PIC 9(7) VALUE ZERO.
       01 WS-DAYS-LEFT PIC S9(7) VALUE ZERO.
       01 WS-WARN-DAYS PIC 9(3) VALUE 30.
       01 WS-EXPIRING-COUNT PIC 9(5) VALUE ZERO.

       01 WS-TOTAL-GROSS PIC S9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-EXEMPT PIC S9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-TAXABLE PIC S9(9)V99 VALUE ZEROS.
       01 WS-TOTAL-TAX PIC S9(7)V99 VALUE ZEROS.

       01 RETURN-HDR-LINE.
         05 FILLER PIC X(28) VALUE ' SALES TAX RETURNS FOR YEAR '.
         05 RTH-YEAR PIC 9(4).
         05 FILLER PIC X(10) VALUE '  QUARTER '.
         05 RTH-QUARTER PIC 9(1).
         05 FILLER PIC X(8) VALUE '  DATE: '.
         05 RTH-DATE PIC 9(6).
         05 FILLER PIC X(23) VALUE SPACES.

       01 RETURN-PERIODS-LINE.
         05 FILLER PIC X(25) VALUE ' CLOSED PERIODS INCLUDED:'.
         05 RTP-COUNT PIC Z9.
         05 FILLER PIC X(5) VALUE ' OF 3'.
         05 RTP-NOTE PIC X(30).
         05 FILLER PIC X(18) VALUE SPACES.

       01 RETURN-COL-LINE.
         05 FILLER PIC X(5) VALUE ' JUR'.
         05 FILLER PIC X(16) VALUE 'NAME'.
         05 FILLER PIC X(15) VALUE '      GROSS'.
         05 FILLER PIC X(15) VALUE '     EXEMPT'.
         05 FILLER PIC X(15) VALUE '    TAXABLE'.
         05 FILLER PIC X(14) VALUE '    TAX DUE'.

       01 RETURN-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RTD-JURIS PIC X(2).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RTD-NAME PIC X(15).
         05 FILLER PIC X(1) VALUE SPACE.
         05 RTD-GROSS PIC -ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RTD-EXEMPT PIC -ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RTD-TAXABLE PIC -ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RTD-TAX PIC -Z,ZZZ,ZZ9.99.

       01 RETURN-TOTAL-LINE.
         05 FILLER PIC X(21) VALUE ' TOTAL'.
         05 RTT-GROSS PIC -ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RTT-EXEMPT PIC -ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RTT-TAXABLE PIC -ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RTT-TAX PIC -Z,ZZZ,ZZ9.99.

       01 EXPIRING-HDR-LINE.
         05 FILLER PIC X(36) VALUE
           ' EXEMPTION CERTIFICATES EXPIRING IN'.
         05 EXH-DAYS PIC ZZ9.
         05 FILLER PIC X(41) VALUE ' DAYS'.

       01 EXPIRING-COL-LINE.
         05 FILLER PIC X(7) VALUE ' CUST'.
         05 FILLER PIC X(22) VALUE 'NAME'.
         05 FILLER PIC X(5) VALUE 'JUR'.
         05 FILLER PIC X(14) VALUE 'CERTIFICATE'.
         05 FILLER PIC X(11) VALUE 'REASON'.
         05 FILLER PIC X(9) VALUE 'EXPIRES'.
         05 FILLER PIC X(12) VALUE 'DAYS LEFT'.

       01 EXPIRING-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 EXD-IDENT PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 EXD-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXD-JURIS PIC X(2).
         05 FILLER PIC X(3) VALUE SPACES.
         05 EXD-CERT-NO PIC X(12).
         05 FILLER PIC X(2) VALUE SPACES.
         05 EXD-REASON PIC X(10).
         05 FILLER PIC X(1) VALUE SPACE.
         05 EXD-EXPIRES PIC 9(6).
         05 FILLER PIC X(6) VALUE SPACES.
         05 EXD-DAYS PIC ZZ9.
         05 FILLER PIC X(6) VALUE SPACES.

       01 EXPIRING-TOTAL-LINE.
         05 FILLER PIC X(25) VALUE ' CERTIFICATES EXPIRING:  '.
         05 EXT-COUNT PIC ZZZZ9.
         05 FILLER PIC X(50) VALUE SPACES.

       01 RETURN-BLANK-LINE PIC X(80) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-RUN-DAYNO =
             WS-RUN-YY * 365 + WS-RUN-MM * 31 + WS-RUN-DD
           PERFORM 110-LOAD-CUSTOMER-REF
           PERFORM 115-READ-CONTROL
           IF WS-FILE-QUARTER = 0
               PERFORM 117-FIND-LATEST-QUARTER
           END-IF
           COMPUTE WS-LAST-MONTH = WS-FILE-QUARTER * 3
           COMPUTE WS-FIRST-MONTH = WS-LAST-MONTH - 2
           MOVE SPACES TO WS-PERIODS-SEEN
           OPEN INPUT TAX-HISTORY
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ TAX-HISTORY
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF TH-PERIOD-YYYY = WS-FILE-YEAR
                         AND TH-PERIOD-MM NOT < WS-FIRST-MONTH
                         AND TH-PERIOD-MM NOT > WS-LAST-MONTH
                           PERFORM 200-ADD-PERIOD-FIGURES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-HISTORY
           OPEN OUTPUT TAX-RETURN-FILE
             OUTPUT TAX-RETURN-RPT
           PERFORM 250-WRITE-RETURNS
           PERFORM 260-WRITE-EXPIRING
           PERFORM 300-CLOSE-RTN
           STOP RUN.

       110-LOAD-CUSTOMER-REF.
           OPEN INPUT CUSTOMER-REF
           PERFORM UNTIL WS-REF-MORE-RECORDS = 'NO '
               READ CUSTOMER-REF
                   AT END
                       MOVE 'NO ' TO WS-REF-MORE-RECORDS
                   NOT AT END
                       IF WS-REF-COUNT = 500
                           DISPLAY 'CUSTOMER TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-REF-COUNT
                       MOVE REF-IDENT TO WS-REF-IDENT(WS-REF-COUNT)
                       MOVE REF-NAME TO WS-REF-NAME(WS-REF-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-REF.

       *> a quarter outside 1 through 4 is ignored and the default
       *> quarter filed instead
       115-READ-CONTROL.
           OPEN INPUT TAX-RETURN-CONTROL
           READ TAX-RETURN-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-YEAR NUMERIC AND CTL-QUARTER NUMERIC
                     AND CTL-QUARTER > 0 AND CTL-QUARTER < 5
                       MOVE CTL-YEAR TO WS-FILE-YEAR
                       MOVE CTL-QUARTER TO WS-FILE-QUARTER
                   END-IF
           END-READ
           CLOSE TAX-RETURN-CONTROL.

       117-FIND-LATEST-QUARTER.
           OPEN INPUT TAX-HISTORY
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ TAX-HISTORY
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF TH-PERIOD-ID > WS-LATEST-PERIOD
                           MOVE TH-PERIOD-ID TO WS-LATEST-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-HISTORY
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           IF WS-LATEST-PERIOD = ZEROS
               DISPLAY 'NO CLOSED PERIODS IN TAX HISTORY - STOPPING'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-LATEST-YYYY TO WS-FILE-YEAR
           DIVIDE WS-LATEST-MM BY 3 GIVING WS-QTR-QUOT
             REMAINDER WS-QTR-REM
           IF WS-QTR-REM > 0
               ADD 1 TO WS-QTR-QUOT
           END-IF
           MOVE WS-QTR-QUOT TO WS-FILE-QUARTER.

       *> a period's figures add into its jurisdiction's line
       200-ADD-PERIOD-FIGURES.
           COMPUTE WS-MONTH-IN-QTR = TH-PERIOD-MM - WS-FIRST-MONTH + 1
           MOVE WS-MONTH-IN-QTR TO WS-PERIOD-SUB
           MOVE 'Y' TO WS-PERIOD-SEEN(WS-PERIOD-SUB)
           MOVE ZEROS TO WS-JUR-FOUND-SUB
           PERFORM VARYING WS-JUR-SUB FROM 1 BY 1
             UNTIL WS-JUR-SUB > WS-JUR-COUNT
               IF WS-JUR-JURIS(WS-JUR-SUB) = TH-JURIS
                   MOVE WS-JUR-SUB TO WS-JUR-FOUND-SUB
                   MOVE WS-JUR-COUNT TO WS-JUR-SUB
               END-IF
           END-PERFORM
           IF WS-JUR-FOUND-SUB = 0
               IF WS-JUR-COUNT = 20
                   DISPLAY 'JURISDICTION TABLE FULL - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JUR-COUNT
               MOVE WS-JUR-COUNT TO WS-JUR-FOUND-SUB
               MOVE TH-JURIS TO WS-JUR-JURIS(WS-JUR-COUNT)
               MOVE ZEROS TO WS-JUR-GROSS(WS-JUR-COUNT)
               MOVE ZEROS TO WS-JUR-EXEMPT(WS-JUR-COUNT)
               MOVE ZEROS TO WS-JUR-TAXABLE(WS-JUR-COUNT)
               MOVE ZEROS TO WS-JUR-TAX(WS-JUR-COUNT)
           END-IF
           MOVE TH-NAME TO WS-JUR-NAME(WS-JUR-FOUND-SUB)
           ADD TH-GROSS-NET TO WS-JUR-GROSS(WS-JUR-FOUND-SUB)
           ADD TH-EXEMPT-NET TO WS-JUR-EXEMPT(WS-JUR-FOUND-SUB)
           ADD TH-TAXABLE-NET TO WS-JUR-TAXABLE(WS-JUR-FOUND-SUB)
           ADD TH-TAX TO WS-JUR-TAX(WS-JUR-FOUND-SUB).

       250-WRITE-RETURNS.
           MOVE WS-FILE-YEAR TO RTH-YEAR
           MOVE WS-FILE-QUARTER TO RTH-QUARTER
           MOVE WS-RUN-DATE TO RTH-DATE
           WRITE RETURN-RPT-LINE FROM RETURN-HDR-LINE
           PERFORM VARYING WS-PERIOD-SUB FROM 1 BY 1
             UNTIL WS-PERIOD-SUB > 3
               IF WS-PERIOD-SEEN(WS-PERIOD-SUB) = 'Y'
                   ADD 1 TO WS-PERIOD-COUNT
               END-IF
           END-PERFORM
           MOVE WS-PERIOD-COUNT TO RTP-COUNT
           IF WS-PERIOD-COUNT < 3
               MOVE '  - QUARTER NOT FULLY CLOSED' TO RTP-NOTE
           ELSE
               MOVE SPACES TO RTP-NOTE
           END-IF
           WRITE RETURN-RPT-LINE FROM RETURN-PERIODS-LINE
           WRITE RETURN-RPT-LINE FROM RETURN-COL-LINE
           PERFORM VARYING WS-JUR-SUB FROM 1 BY 1
             UNTIL WS-JUR-SUB > WS-JUR-COUNT
               MOVE SPACES TO TAX-RETURN-REC
               MOVE WS-FILE-YEAR TO TR-YEAR
               MOVE WS-FILE-QUARTER TO TR-QUARTER
               MOVE WS-JUR-JURIS(WS-JUR-SUB) TO TR-JURIS
               MOVE WS-JUR-NAME(WS-JUR-SUB) TO TR-NAME
               MOVE WS-JUR-GROSS(WS-JUR-SUB) TO TR-GROSS-NET
               MOVE WS-JUR-EXEMPT(WS-JUR-SUB) TO TR-EXEMPT-NET
               MOVE WS-JUR-TAXABLE(WS-JUR-SUB) TO TR-TAXABLE-NET
               MOVE WS-JUR-TAX(WS-JUR-SUB) TO TR-TAX-DUE
               WRITE TAX-RETURN-REC
               MOVE WS-JUR-JURIS(WS-JUR-SUB) TO RTD-JURIS
               MOVE WS-JUR-NAME(WS-JUR-SUB) TO RTD-NAME
               MOVE WS-JUR-GROSS(WS-JUR-SUB) TO RTD-GROSS
               MOVE WS-JUR-EXEMPT(WS-JUR-SUB) TO RTD-EXEMPT
               MOVE WS-JUR-TAXABLE(WS-JUR-SUB) TO RTD-TAXABLE
               MOVE WS-JUR-TAX(WS-JUR-SUB) TO RTD-TAX
               WRITE RETURN-RPT-LINE FROM RETURN-DETAIL-LINE
               ADD WS-JUR-GROSS(WS-JUR-SUB) TO WS-TOTAL-GROSS
               ADD WS-JUR-EXEMPT(WS-JUR-SUB) TO WS-TOTAL-EXEMPT
               ADD WS-JUR-TAXABLE(WS-JUR-SUB) TO WS-TOTAL-TAXABLE
               ADD WS-JUR-TAX(WS-JUR-SUB) TO WS-TOTAL-TAX
           END-PERFORM
           MOVE WS-TOTAL-GROSS TO RTT-GROSS
           MOVE WS-TOTAL-EXEMPT TO RTT-EXEMPT
           MOVE WS-TOTAL-TAXABLE TO RTT-TAXABLE
           MOVE WS-TOTAL-TAX TO RTT-TAX
           WRITE RETURN-RPT-LINE FROM RETURN-TOTAL-LINE.

       *> certificates running out inside the warning window, so
       *> renewals can be chased before sales start being taxed
       260-WRITE-EXPIRING.
           WRITE RETURN-RPT-LINE FROM RETURN-BLANK-LINE
           MOVE WS-WARN-DAYS TO EXH-DAYS
           WRITE RETURN-RPT-LINE FROM EXPIRING-HDR-LINE
           WRITE RETURN-RPT-LINE FROM EXPIRING-COL-LINE
           OPEN INPUT TAX-EXEMPT-FILE
           PERFORM UNTIL WS-EXC-MORE-RECORDS = 'NO '
               READ TAX-EXEMPT-FILE
                   AT END
                       MOVE 'NO ' TO WS-EXC-MORE-RECORDS
                   NOT AT END
                       IF EXC-EXPIRE-DATE NOT = ZEROS
                           PERFORM 265-TEST-EXPIRING
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAX-EXEMPT-FILE
           MOVE WS-EXPIRING-COUNT TO EXT-COUNT
           WRITE RETURN-RPT-LINE FROM EXPIRING-TOTAL-LINE.

       265-TEST-EXPIRING.
           COMPUTE WS-EXPIRE-DAYNO =
             EXC-EXPIRE-YY * 365 + EXC-EXPIRE-MM * 31 + EXC-EXPIRE-DD
           COMPUTE WS-DAYS-LEFT = WS-EXPIRE-DAYNO - WS-RUN-DAYNO
           IF WS-DAYS-LEFT NOT < 0
             AND WS-DAYS-LEFT NOT > WS-WARN-DAYS
               MOVE SPACES TO WS-NAME-HOLD
               PERFORM VARYING WS-REF-SUB FROM 1 BY 1
                 UNTIL WS-REF-SUB > WS-REF-COUNT
                   IF WS-REF-IDENT(WS-REF-SUB) = EXC-IDENT
                       MOVE WS-REF-NAME(WS-REF-SUB) TO WS-NAME-HOLD
                       MOVE WS-REF-COUNT TO WS-REF-SUB
                   END-IF
               END-PERFORM
               MOVE EXC-IDENT TO EXD-IDENT
               MOVE WS-NAME-HOLD TO EXD-NAME
               MOVE EXC-JURIS TO EXD-JURIS
               MOVE EXC-CERT-NO TO EXD-CERT-NO
               MOVE EXC-REASON TO EXD-REASON
               MOVE EXC-EXPIRE-DATE TO EXD-EXPIRES
               MOVE WS-DAYS-LEFT TO EXD-DAYS
               WRITE RETURN-RPT-LINE FROM EXPIRING-DETAIL-LINE
               ADD 1 TO WS-EXPIRING-COUNT
           END-IF.

       300-CLOSE-RTN.
           CLOSE TAX-RETURN-FILE TAX-RETURN-RPT
           DISPLAY 'TAX RETURNS ' WS-FILE-YEAR ' Q' WS-FILE-QUARTER
             ' JURISDICTIONS: ' WS-JUR-COUNT
             ' CERTIFICATES EXPIRING: ' WS-EXPIRING-COUNT.

       end program TaxReturn.
