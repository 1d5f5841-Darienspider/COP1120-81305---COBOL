       ASSIGN TO 'CH3CUSTREF'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the aging run's open items with their due dates - only the
       *> part of a balance already past due is charged
       SELECT OPEN-ITEMS
       ASSIGN TO 'CH3OPENITEMSOUT'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the period ids stamped by the period-end close - dates an
       *> open item carried from before due dates were stamped
       SELECT OPTIONAL PERIOD-CONTROL-FILE
       ASSIGN TO 'CH3PERIODCONTROL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the assessed charges as a keyed transaction batch - the
       *> posting run takes this as input before the period close
       SELECT FINCHG-TRANS
         05 REF-CREDIT-LIMIT PIC 9(7)V99.
         05 FILLER PIC X(46).

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

       FD PERIOD-CONTROL-FILE RECORDING MODE IS F.
       01 PERIOD-CONTROL-REC.
         05 PC-PERIOD-ID PIC 9(6).
         05 FILLER PIC X(1).
         05 PC-STATUS PIC X(1).
         05 FILLER PIC X(1).
         05 PC-ACTION-DATE PIC 9(6).

       FD FINCHG-TRANS RECORDING MODE IS F.
       01 FINCHG-TRANS-REC.
         05 FCT-IDENT PIC X(5).
       01 WS-REF-SUB PIC 9(3) VALUE ZERO.
       01 WS-NAME-HOLD PIC X(20) VALUE SPACES.

       *> past-due open amount per customer, built from the open
       *> items before any charge is assessed
       01 WS-PAST-DUE-TABLE.
         05 WS-PDU-COUNT PIC 9(3) VALUE ZERO.
         05 WS-PDU-ENTRY OCCURS 500 TIMES.
           10 WS-PDU-IDENT PIC X(5).
           10 WS-PDU-AMOUNT PIC 9(7)V99.
       01 WS-PDU-SUB PIC 9(3) VALUE ZERO.
       01 WS-PDU-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-OI-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-PC-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-PAST-DUE-BASE PIC 9(7)V99 VALUE ZEROS.
       01 WS-ITEM-PAST-DUE-SW PIC X(3) VALUE 'NO '.
         88 WS-ITEM-PAST-DUE VALUE 'YES'.

       01 WS-CURRENT-PERIOD PIC 9(6) VALUE ZEROS.
       01 WS-RUN-DATE-FIELD.
         05 WS-RD-YYYY PIC 9(4).
         05 WS-RD-MM PIC 9(2).
         05 WS-RD-DD PIC 9(2).

       01 WS-CHARGE-AMT PIC 9(5)V99 VALUE ZEROS.
       01 WS-CHARGE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CHARGE-TOTAL PIC 9(7)V99 VALUE ZEROS.
         05 FILLER PIC X(7) VALUE ' CUST'.
         05 FILLER PIC X(22) VALUE 'NAME'.
         05 FILLER PIC X(14) VALUE 'PRIOR BALANCE'.
         05 FILLER PIC X(14) VALUE 'PAST DUE'.
         05 FILLER PIC X(12) VALUE 'CHARGE'.
         05 FILLER PIC X(11) VALUE SPACES.

       01 REGISTER-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-BALANCE PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-PAST-DUE PIC Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-CHARGE PIC ZZ,ZZ9.99.
         05 FILLER PIC X(12) VALUE SPACES.

       01 REGISTER-TOTAL-LINE.
         05 FILLER PIC X(21) VALUE ' CUSTOMERS ASSESSED: '.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 105-LOAD-CONTROLS
           PERFORM 110-LOAD-CUSTOMER-REF
           PERFORM 112-FIND-CURRENT-PERIOD
           PERFORM 115-LOAD-PAST-DUE
           OPEN INPUT PRIOR-CUSTOMER-MASTER
             OUTPUT FINCHG-TRANS
             OUTPUT FINCHG-REGISTER
           END-PERFORM
           CLOSE CUSTOMER-REF.

       112-FIND-CURRENT-PERIOD.
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
           CLOSE PERIOD-CONTROL-FILE.

       *> an item is past due once the run date passes its due date;
       *> one carried from before due dates were stamped is past due
       *> once its posting period is behind the current one
       115-LOAD-PAST-DUE.
           OPEN INPUT OPEN-ITEMS
           PERFORM UNTIL WS-OI-MORE-RECORDS = 'NO '
               READ OPEN-ITEMS
                   AT END
                       MOVE 'NO ' TO WS-OI-MORE-RECORDS
                   NOT AT END
                       PERFORM 117-TEST-ONE-ITEM
                       IF WS-ITEM-PAST-DUE
                           PERFORM 118-ADD-PAST-DUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPEN-ITEMS.

       117-TEST-ONE-ITEM.
           MOVE 'NO ' TO WS-ITEM-PAST-DUE-SW
           IF OI-DUE-DATE NUMERIC AND OI-DUE-DATE > 0
               IF OI-DUE-DATE < WS-RUN-DATE
                   SET WS-ITEM-PAST-DUE TO TRUE
               END-IF
           ELSE
               IF OI-PERIOD < WS-CURRENT-PERIOD
                   SET WS-ITEM-PAST-DUE TO TRUE
               END-IF
           END-IF.

       118-ADD-PAST-DUE.
           MOVE ZEROS TO WS-PDU-FOUND-SUB
           PERFORM VARYING WS-PDU-SUB FROM 1 BY 1
             UNTIL WS-PDU-SUB > WS-PDU-COUNT
               IF WS-PDU-IDENT(WS-PDU-SUB) = OI-IDENT
                   MOVE WS-PDU-SUB TO WS-PDU-FOUND-SUB
                   MOVE WS-PDU-COUNT TO WS-PDU-SUB
               END-IF
           END-PERFORM
           IF WS-PDU-FOUND-SUB = ZEROS
               IF WS-PDU-COUNT = 500
                   DISPLAY 'PAST DUE TABLE FULL - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-PDU-COUNT
               MOVE OI-IDENT TO WS-PDU-IDENT(WS-PDU-COUNT)
               MOVE ZEROS TO WS-PDU-AMOUNT(WS-PDU-COUNT)
               MOVE WS-PDU-COUNT TO WS-PDU-FOUND-SUB
           END-IF
           ADD OI-AMOUNT TO WS-PDU-AMOUNT(WS-PDU-FOUND-SUB).

       119-FIND-PAST-DUE.
           MOVE ZEROS TO WS-PAST-DUE-BASE
           PERFORM VARYING WS-PDU-SUB FROM 1 BY 1
             UNTIL WS-PDU-SUB > WS-PDU-COUNT
               IF WS-PDU-IDENT(WS-PDU-SUB) = PRIOR-IDENT
                   MOVE WS-PDU-AMOUNT(WS-PDU-SUB) TO WS-PAST-DUE-BASE
                   MOVE WS-PDU-COUNT TO WS-PDU-SUB
               END-IF
           END-PERFORM
           IF WS-PAST-DUE-BASE > PRIOR-PTD-NET
               MOVE PRIOR-PTD-NET TO WS-PAST-DUE-BASE
           END-IF.

       120-FIND-NAME.
           MOVE SPACES TO WS-NAME-HOLD
           PERFORM VARYING WS-REF-SUB FROM 1 BY 1
               END-IF
           END-PERFORM.

       *> one charge per customer whose past-due balance clears the
       *> minimum - written as a type-F posting transaction so it
       *> lands on the posted detail and the statements; a balance
       *> not yet due under the customer's terms is never charged
       200-ASSESS-ONE-CUSTOMER.
           PERFORM 119-FIND-PAST-DUE
           IF WS-PAST-DUE-BASE > 0
             AND WS-PAST-DUE-BASE NOT < WS-MIN-BALANCE
               COMPUTE WS-CHARGE-AMT ROUNDED =
                 WS-PAST-DUE-BASE * WS-MONTHLY-PCT
               IF WS-CHARGE-AMT > 0
                   MOVE SPACES TO FINCHG-TRANS-REC
                   MOVE PRIOR-IDENT TO FCT-IDENT
                   MOVE PRIOR-IDENT TO RGD-IDENT
                   MOVE WS-NAME-HOLD TO RGD-NAME
                   MOVE PRIOR-PTD-NET TO RGD-BALANCE
                   MOVE WS-PAST-DUE-BASE TO RGD-PAST-DUE
                   MOVE WS-CHARGE-AMT TO RGD-CHARGE
                   WRITE REGISTER-LINE FROM REGISTER-DETAIL-LINE
               END-IF
