       ASSIGN TO 'CH3PERIODCLOSE'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the closing period's posted transactions
       SELECT POSTED-DETAIL
       ASSIGN TO 'CH3POSTEDDETAIL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> permanent sales history - every closed period's posted
       *> detail, stamped with its period id, appended at close
       SELECT OPTIONAL SALES-HISTORY
       ASSIGN TO 'CH3SALESHISTORY'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the closing period's sales and tax by jurisdiction
       SELECT OPTIONAL TAX-SUMMARY-FILE
       ASSIGN TO 'CH3TAXSUMMARY'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> every closed period's tax summary, stamped with its period
       *> id - the quarterly sales tax returns are built from it
       SELECT OPTIONAL TAX-HISTORY
       ASSIGN TO 'CH3TAXHISTORY'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD CLOSE-RPT RECORDING MODE IS F.
       01 CLOSE-RPT-LINE PIC X(80).

       FD POSTED-DETAIL RECORDING MODE IS F.
       01 POSTED-DETAIL-REC PIC X(81).

       FD SALES-HISTORY RECORDING MODE IS F.
       01 SALES-HISTORY-REC.
         05 SH-PERIOD-ID PIC 9(6).
         05 FILLER PIC X(1).
         05 SH-DETAIL PIC X(81).

       FD TAX-SUMMARY-FILE RECORDING MODE IS F.
       01 TAX-SUMMARY-REC PIC X(68).

       FD TAX-HISTORY RECORDING MODE IS F.
       01 TAX-HISTORY-REC.
         05 TH-PERIOD-ID PIC 9(6).
         05 FILLER PIC X(1).
         05 TH-SUMMARY PIC X(68).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-PC-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-PD-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-TS-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-ALREADY-CLOSED-SW PIC X(3) VALUE 'NO '.
         88 WS-ALREADY-CLOSED VALUE 'YES'.
         05 WS-NEXT-MM PIC 9(2).
       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.
       01 WS-COPY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-HISTORY-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TAX-HISTORY-COUNT PIC 9(5) VALUE ZERO.

       01 CLOSE-MSG-LINE.
         05 FILLER PIC X(8) VALUE 'PERIOD '.
         05 CLC-COUNT PIC ZZZZ9.
         05 FILLER PIC X(49) VALUE SPACES.

       01 CLOSE-HISTORY-LINE.
         05 FILLER PIC X(26) VALUE 'DETAIL ADDED TO HISTORY:  '.
         05 CLH-COUNT PIC ZZZZ9.
         05 FILLER PIC X(49) VALUE SPACES.

       01 CLOSE-TAX-HISTORY-LINE.
         05 FILLER PIC X(26) VALUE 'TAX JURISDICTIONS FILED:  '.
         05 CLT-COUNT PIC ZZZZ9.
         05 FILLER PIC X(49) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
               STOP RUN
           END-IF
           PERFORM 200-ROLL-MASTER-TO-BALANCE
           PERFORM 250-ARCHIVE-POSTED-DETAIL
           PERFORM 260-ARCHIVE-TAX-SUMMARY
           PERFORM 300-STAMP-PERIOD-CONTROL
           MOVE WS-CLOSE-PERIOD TO CLM-PERIOD
           MOVE 'CLOSED' TO CLM-TEXT
           WRITE CLOSE-RPT-LINE FROM CLOSE-MSG-LINE
           MOVE WS-COPY-COUNT TO CLC-COUNT
           WRITE CLOSE-RPT-LINE FROM CLOSE-COUNT-LINE
           MOVE WS-HISTORY-COUNT TO CLH-COUNT
           WRITE CLOSE-RPT-LINE FROM CLOSE-HISTORY-LINE
           MOVE WS-TAX-HISTORY-COUNT TO CLT-COUNT
           WRITE CLOSE-RPT-LINE FROM CLOSE-TAX-HISTORY-LINE
           CLOSE CLOSE-RPT
           STOP RUN.

           END-PERFORM
           CLOSE CUSTOMER-MASTER PRIOR-CUSTOMER-MASTER.

       *> the period's posted detail goes on the end of the sales
       *> history before the next posting run overwrites it; the
       *> already-closed check above keeps a period from going on twice
       250-ARCHIVE-POSTED-DETAIL.
           OPEN INPUT POSTED-DETAIL
             EXTEND SALES-HISTORY
           PERFORM UNTIL WS-PD-MORE-RECORDS = 'NO '
               READ POSTED-DETAIL
                   AT END
                       MOVE 'NO ' TO WS-PD-MORE-RECORDS
                   NOT AT END
                       MOVE SPACES TO SALES-HISTORY-REC
                       MOVE WS-CLOSE-PERIOD TO SH-PERIOD-ID
                       MOVE POSTED-DETAIL-REC TO SH-DETAIL
                       WRITE SALES-HISTORY-REC
                       ADD 1 TO WS-HISTORY-COUNT
               END-READ
           END-PERFORM
           CLOSE POSTED-DETAIL SALES-HISTORY.

       260-ARCHIVE-TAX-SUMMARY.
           OPEN INPUT TAX-SUMMARY-FILE
             EXTEND TAX-HISTORY
           PERFORM UNTIL WS-TS-MORE-RECORDS = 'NO '
               READ TAX-SUMMARY-FILE
                   AT END
                       MOVE 'NO ' TO WS-TS-MORE-RECORDS
                   NOT AT END
                       MOVE SPACES TO TAX-HISTORY-REC
                       MOVE WS-CLOSE-PERIOD TO TH-PERIOD-ID
                       MOVE TAX-SUMMARY-REC TO TH-SUMMARY
                       WRITE TAX-HISTORY-REC
                       ADD 1 TO WS-TAX-HISTORY-COUNT
               END-READ
           END-PERFORM
           CLOSE TAX-SUMMARY-FILE TAX-HISTORY.

       *> append the close record, then open the following period so
       *> the next posting run is allowed to start
       300-STAMP-PERIOD-CONTROL.
