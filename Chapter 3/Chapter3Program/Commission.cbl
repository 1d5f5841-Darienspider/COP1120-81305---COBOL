         05 SP-CODE-IN PIC X(3).
         05 SP-NAME-IN PIC X(20).
         05 SP-RATE-IN PIC 9V999.
         05 SP-TERR-NO-IN PIC X(2).

       FD COMMISSION-RPT RECORDING MODE IS F.
       01 COMMISSION-LINE PIC X(80).
           10 WS-SAL-IDENT PIC X(5).
           10 WS-SAL-SALES PIC 9(5)V99.
           10 WS-SAL-NET PIC 9(5)V99.
           10 WS-SAL-TYPE PIC X(1).
       01 WS-SAL-SUB PIC 9(4) VALUE ZERO.

       *> a return takes back the commission on the net it reverses,
       *> so line amounts and totals carry a sign
       01 WS-COMMISSION-AMT PIC S9(5)V99 VALUE ZEROS.
       01 WS-LINE-NET PIC S9(5)V99 VALUE ZEROS.
       01 WS-SP-NET-TOTAL PIC S9(7)V99 VALUE ZEROS.
       01 WS-SP-COMM-TOTAL PIC S9(7)V99 VALUE ZEROS.
       01 WS-COMPANY-NET-TOTAL PIC S9(9)V99 VALUE ZEROS.
       01 WS-COMPANY-COMM-TOTAL PIC S9(7)V99 VALUE ZEROS.
       01 WS-EXCEPTION-COUNT PIC 9(4) VALUE ZERO.

       01 COMM-TITLE-LINE.
       01 COMM-COL-LINE.
         05 FILLER PIC X(8) VALUE '   CUST'.
         05 FILLER PIC X(12) VALUE 'SALES'.
         05 FILLER PIC X(13) VALUE 'NET'.
         05 FILLER PIC X(13) VALUE 'COMMISSION'.
         05 FILLER PIC X(34) VALUE SPACES.

       01 COMM-DETAIL-LINE.
         05 FILLER PIC X(3) VALUE SPACES.
         05 FILLER PIC X(2) VALUE SPACES.
         05 CMD-SALES PIC ZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 CMD-NET PIC -ZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 CMD-COMMISSION PIC -ZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 CMD-TYPE-DESC PIC X(6).
         05 FILLER PIC X(29) VALUE SPACES.

       01 COMM-SP-TOTAL-LINE.
         05 FILLER PIC X(18) VALUE ' SALESPERSON NET: '.
         05 CST-NET PIC -ZZZ,ZZ9.99.
         05 FILLER PIC X(14) VALUE '  COMMISSION: '.
         05 CST-COMMISSION PIC -ZZZ,ZZ9.99.
         05 FILLER PIC X(26) VALUE SPACES.

       01 COMM-COMPANY-LINE.
         05 FILLER PIC X(18) VALUE ' COMPANY NET:     '.
         05 CCT-NET PIC -Z,ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(14) VALUE '  COMMISSION: '.
         05 CCT-COMMISSION PIC -ZZZ,ZZ9.99.
         05 FILLER PIC X(20) VALUE SPACES.

       01 COMM-EXC-COUNT-LINE.
         05 FILLER PIC X(31) VALUE ' UNATTRIBUTED SALES EXCEPTIONS:'.
           END-PERFORM
           CLOSE SALESPERSON-MASTER.

       *> only sales earn commission and only returns take it back;
       *> payments, credits and finance charges pass through
       *> untouched. Unattributed sales land on the exception list
       *> the way unknown customers land in CH3REJECTS
       120-LOAD-POSTED-SALES.
           OPEN INPUT POSTED-DETAIL
             OUTPUT COMM-EXCEPTIONS
                   AT END
                       MOVE 'NO ' TO WS-DET-MORE-RECORDS
                   NOT AT END
                       IF PD-TRANS-TYPE = 'S' OR PD-TRANS-TYPE = 'R'
                           PERFORM 130-FILE-ONE-SALE
                       END-IF
               END-READ
                   MOVE PD-IDENT TO WS-SAL-IDENT(WS-SAL-COUNT)
                   MOVE PD-SALES TO WS-SAL-SALES(WS-SAL-COUNT)
                   MOVE PD-NET TO WS-SAL-NET(WS-SAL-COUNT)
                   MOVE PD-TRANS-TYPE TO WS-SAL-TYPE(WS-SAL-COUNT)
               ELSE
                   MOVE SPACES TO COMM-EXCEPTION-REC
                   MOVE PD-SLSP TO CEX-SLSP
           ADD WS-SP-COMM-TOTAL TO WS-COMPANY-COMM-TOTAL.

       210-WRITE-SALE-LINE.
           MOVE WS-SAL-NET(WS-SAL-SUB) TO WS-LINE-NET
           MOVE SPACES TO CMD-TYPE-DESC
           IF WS-SAL-TYPE(WS-SAL-SUB) = 'R'
               COMPUTE WS-LINE-NET = 0 - WS-SAL-NET(WS-SAL-SUB)
               MOVE 'RETURN' TO CMD-TYPE-DESC
           END-IF
           COMPUTE WS-COMMISSION-AMT ROUNDED =
             WS-LINE-NET * WS-SP-RATE(WS-SP-SUB)
           MOVE WS-SAL-IDENT(WS-SAL-SUB) TO CMD-IDENT
           MOVE WS-SAL-SALES(WS-SAL-SUB) TO CMD-SALES
           MOVE WS-LINE-NET TO CMD-NET
           MOVE WS-COMMISSION-AMT TO CMD-COMMISSION
           WRITE COMMISSION-LINE FROM COMM-DETAIL-LINE
           ADD WS-LINE-NET TO WS-SP-NET-TOTAL
           ADD WS-COMMISSION-AMT TO WS-SP-COMM-TOTAL.

       end program Commission.
