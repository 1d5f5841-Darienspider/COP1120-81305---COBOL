         05 PD-TRANS-TYPE PIC X(1).
         05 FILLER PIC X(1).
         05 PD-TAX-AMT PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 PD-SLSP PIC X(3).
         05 FILLER PIC X(1).
         05 PD-INVOICE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 PD-DUE-DATE PIC X(6).

       FD CUSTOMER-REF RECORDING MODE IS F.
       01 CUSTOMER-REF-REC.
           10 WS-DET-PTD PIC 9(7)V99.
           10 WS-DET-TYPE PIC X(1).
           10 WS-DET-TAX PIC 9(5)V99.
           10 WS-DET-DUE-DATE PIC X(6).
       01 WS-DET-SUB PIC 9(3) VALUE ZERO.

       01 WS-BEGIN-BALANCE PIC 9(7)V99 VALUE ZEROS.
         05 FILLER PIC X(12) VALUE 'DISCOUNT'.
         05 FILLER PIC X(12) VALUE 'NET'.
         05 FILLER PIC X(11) VALUE 'TAX'.
         05 FILLER PIC X(11) VALUE 'BALANCE'.
         05 FILLER PIC X(9) VALUE 'DUE DATE'.
         05 FILLER PIC X(3) VALUE SPACES.

       *> posted payments and credit memos appear as their own
       *> activity lines instead of being mixed into sales
         05 STD-TAX PIC ZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 STD-BALANCE PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(1) VALUE SPACES.
         05 STD-DUE-DATE PIC X(6).
         05 FILLER PIC X(6) VALUE SPACES.

       01 ST-END-LINE.
         05 FILLER PIC X(20) VALUE 'ENDING BALANCE:     '.
                       MOVE PD-PTD-AFTER TO WS-DET-PTD(WS-DET-COUNT)
                       MOVE PD-TRANS-TYPE TO WS-DET-TYPE(WS-DET-COUNT)
                       MOVE PD-TAX-AMT TO WS-DET-TAX(WS-DET-COUNT)
                       MOVE PD-DUE-DATE TO WS-DET-DUE-DATE(WS-DET-COUNT)
                       ADD 1 TO WS-REFOOT-COUNT
                       ADD PD-NET TO WS-REFOOT-NET
               END-READ
           WRITE STATEMENT-LINE FROM ST-STUB-LINE
           ADD 1 TO WS-STATEMENT-COUNT.

       *> charges print the due date their terms gave them; a payment
       *> shows any early-payment discount it earned as its discount
       230-PRINT-DETAIL-LINE.
           MOVE SPACES TO STD-DUE-DATE
           EVALUATE WS-DET-TYPE(WS-DET-SUB)
               WHEN 'P'
                   MOVE 'PAYMENT ' TO STD-TYPE-DESC
               WHEN 'C'
                   MOVE 'CREDIT  ' TO STD-TYPE-DESC
               WHEN 'R'
                   MOVE 'RETURN  ' TO STD-TYPE-DESC
               WHEN 'W'
                   MOVE 'WRITEOFF' TO STD-TYPE-DESC
               WHEN 'Y'
                   MOVE 'RECOVERY' TO STD-TYPE-DESC
               WHEN 'K'
                   MOVE 'ON ACCT ' TO STD-TYPE-DESC
               WHEN 'A'
                   MOVE 'CR APPLD' TO STD-TYPE-DESC
               WHEN 'D'
                   MOVE 'REFUND  ' TO STD-TYPE-DESC
               WHEN 'F'
                   MOVE 'FIN CHG ' TO STD-TYPE-DESC
                   MOVE WS-DET-DUE-DATE(WS-DET-SUB) TO STD-DUE-DATE
               WHEN OTHER
                   MOVE 'SALE    ' TO STD-TYPE-DESC
                   MOVE WS-DET-DUE-DATE(WS-DET-SUB) TO STD-DUE-DATE
           END-EVALUATE
           MOVE WS-DET-SALES(WS-DET-SUB) TO STD-SALES
           MOVE WS-DET-DISCOUNT(WS-DET-SUB) TO STD-DISCOUNT
