       identification division.
       program-id. CheckVoid.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> void requests - only those marked approved are voided
       SELECT OPTIONAL VOID-REQUEST-FILE
       ASSIGN TO 'CH4VOIDREQUESTS'
       organization IS LINE sequential.

       *> every check drawn on the disbursement account
       SELECT OPTIONAL CHECKS-ISSUED
       ASSIGN TO 'CH4CHECKSISSUED'
       organization IS LINE sequential.

       *> every check the bank has reported paid, kept by CheckRecon
       SELECT OPTIONAL CHECKS-CLEARED
       ASSIGN TO 'CH4CHECKSCLEARED'
       organization IS LINE sequential.

       *> voided checks of record - read for duplicates, then each
       *> new void appended
       SELECT OPTIONAL CHECK-VOIDS
       ASSIGN TO 'CH4CHECKVOIDS'
       organization IS LINE sequential.

       *> positive-pay void file for the bank - a voided check
       *> presented later is returned unpaid
       SELECT VOID-POSITIVE-PAY
       ASSIGN TO 'CH4VOIDPOSPAY'
       organization IS LINE sequential.

       *> voided payroll checks handed back to Payroll as adjustments;
       *> Disburse reissues those marked for reissue
       SELECT OPTIONAL PAY-ADJUST-FILE
       ASSIGN TO 'CH4PAYADJUST'
       organization IS LINE sequential.

       SELECT VOID-REGISTER
       ASSIGN TO 'CH4VOIDREGISTER'
       organization IS LINE sequential.

       data division.
       file section.

       *> approval A approves the void; reissue Y pays a payroll
       *> check again under a new number
       FD VOID-REQUEST-FILE RECORDING MODE IS F.
       01 VOID-REQUEST-REC.
         05 VRQ-CHECK-NO PIC 9(6).
         05 VRQ-APPROVAL PIC X(1).
         05 VRQ-REISSUE-SW PIC X(1).
         05 VRQ-APPROVED-BY PIC X(3).
         05 VRQ-REASON PIC X(20).

       FD CHECKS-ISSUED RECORDING MODE IS F.
       01 CHECK-ISSUED-REC.
         05 CKI-CHECK-NO PIC 9(6).
         05 FILLER PIC X(1).
         05 CKI-ISSUE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 CKI-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 CKI-SOURCE PIC X(4).
         05 FILLER PIC X(1).
         05 CKI-PAYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 CKI-PAYEE-NAME PIC X(20).

       FD CHECKS-CLEARED RECORDING MODE IS F.
       01 CHECK-CLEARED-REC.
         05 CLR-CHECK-NO PIC 9(6).
         05 FILLER PIC X(1).
         05 CLR-PAID-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 CLR-PAID-AMOUNT PIC 9(7)V99.

       FD CHECK-VOIDS RECORDING MODE IS F.
       01 CHECK-VOID-REC.
         05 CKV-CHECK-NO PIC 9(6).
         05 FILLER PIC X(1).
         05 CKV-VOID-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 CKV-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 CKV-SOURCE PIC X(4).
         05 FILLER PIC X(1).
         05 CKV-PAYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 CKV-APPROVED-BY PIC X(3).
         05 FILLER PIC X(1).
         05 CKV-REASON PIC X(20).

       FD VOID-POSITIVE-PAY RECORDING MODE IS F.
       01 POSITIVE-PAY-REC.
         05 PP-REC-TYPE PIC X(1).
         05 FILLER PIC X(1).
         05 PP-CHECK-NO PIC 9(6).
         05 FILLER PIC X(1).
         05 PP-ISSUE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 PP-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 PP-PAYEE-NAME PIC X(20).
       01 POSITIVE-PAY-TRAILER-REC.
         05 PPT-REC-TYPE PIC X(1).
         05 FILLER PIC X(1).
         05 PPT-COUNT PIC 9(6).
         05 FILLER PIC X(1).
         05 PPT-TOTAL PIC 9(9)V99.

       FD PAY-ADJUST-FILE RECORDING MODE IS F.
       01 PAY-ADJUST-REC.
         05 ADJ-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 ADJ-EMPLOYEE-NAME PIC X(20).
         05 FILLER PIC X(1).
         05 ADJ-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 ADJ-VOID-CHECK-NO PIC 9(6).
         05 FILLER PIC X(1).
         05 ADJ-VOID-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 ADJ-REISSUE-SW PIC X(1).
         05 FILLER PIC X(1).
         05 ADJ-REISSUE-CHECK-NO PIC 9(6).
         05 FILLER PIC X(1).
         05 ADJ-REISSUE-DATE PIC 9(6).

       FD VOID-REGISTER RECORDING MODE IS F.
       01 VOID-REGISTER-LINE PIC X(80).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-CKI-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-CLR-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-CKV-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.

       01 WS-ISSUED-TABLE.
         05 WS-CKI-COUNT PIC 9(4) VALUE ZERO.
         05 WS-CKI-ENTRY OCCURS 5000 TIMES.
           10 WS-CKI-CHECK-NO PIC 9(6).
           10 WS-CKI-ISSUE-DATE PIC 9(6).
           10 WS-CKI-AMOUNT PIC 9(7)V99.
           10 WS-CKI-SOURCE PIC X(4).
           10 WS-CKI-PAYEE-ID PIC X(5).
           10 WS-CKI-PAYEE-NAME PIC X(20).
       01 WS-CKI-SUB PIC 9(4) VALUE ZERO.
       01 WS-CKI-FOUND-SUB PIC 9(4) VALUE ZERO.

       01 WS-CLEARED-TABLE.
         05 WS-CLR-COUNT PIC 9(4) VALUE ZERO.
         05 WS-CLR-CHECK-NO OCCURS 5000 TIMES PIC 9(6).
       01 WS-CLR-SUB PIC 9(4) VALUE ZERO.

       01 WS-VOID-TABLE.
         05 WS-CKV-COUNT PIC 9(4) VALUE ZERO.
         05 WS-CKV-CHECK-NO OCCURS 5000 TIMES PIC 9(6).
       01 WS-CKV-SUB PIC 9(4) VALUE ZERO.

       01 WS-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-FOUND VALUE 'YES'.

       01 WS-DISPOSITION-TOTALS.
         05 WS-VOIDED-COUNT PIC 9(5) VALUE ZERO.
         05 WS-VOIDED-TOTAL PIC 9(9)V99 VALUE ZEROS.
         05 WS-ADJUST-COUNT PIC 9(5) VALUE ZERO.
         05 WS-REFUSED-COUNT PIC 9(5) VALUE ZERO.

       01 REGISTER-HDR-LINE.
         05 FILLER PIC X(40) VALUE
           ' CHECK VOID REGISTER                    '.
         05 FILLER PIC X(40) VALUE SPACES.

       01 REGISTER-COL-LINE.
         05 FILLER PIC X(9) VALUE ' CHECK'.
         05 FILLER PIC X(6) VALUE 'SRCE'.
         05 FILLER PIC X(7) VALUE 'PAYEE'.
         05 FILLER PIC X(13) VALUE '      AMOUNT'.
         05 FILLER PIC X(14) VALUE 'DISPOSITION'.
         05 FILLER PIC X(31) VALUE 'REASON'.

       01 REGISTER-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RGD-CHECK-NO PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-SOURCE PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-PAYEE-ID PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-AMOUNT PIC ZZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-DISPOSITION PIC X(12).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RGD-REASON PIC X(20).
         05 FILLER PIC X(11) VALUE SPACES.

       01 REGISTER-TOTAL-LINE.
         05 FILLER PIC X(9) VALUE ' VOIDED: '.
         05 RGT-VOIDED PIC ZZZZ9.
         05 FILLER PIC X(9) VALUE '  AMOUNT:'.
         05 RGT-VOIDED-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(16) VALUE '  PAY ADJUSTS: '.
         05 RGT-ADJUSTS PIC ZZZZ9.
         05 FILLER PIC X(12) VALUE '  REFUSED: '.
         05 RGT-REFUSED PIC ZZZZ9.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 105-LOAD-ISSUED
           PERFORM 110-LOAD-CLEARED
           PERFORM 115-LOAD-VOIDS
           OPEN INPUT VOID-REQUEST-FILE
             OUTPUT VOID-POSITIVE-PAY
             OUTPUT VOID-REGISTER
           OPEN EXTEND CHECK-VOIDS
           OPEN EXTEND PAY-ADJUST-FILE
           WRITE VOID-REGISTER-LINE FROM REGISTER-HDR-LINE
           WRITE VOID-REGISTER-LINE FROM REGISTER-COL-LINE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ VOID-REQUEST-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-DISPOSE-REQUEST
               END-READ
           END-PERFORM
           PERFORM 300-CLOSE-RTN
           STOP RUN.

       105-LOAD-ISSUED.
           OPEN INPUT CHECKS-ISSUED
           PERFORM UNTIL WS-CKI-MORE-RECORDS = 'NO '
               READ CHECKS-ISSUED
                   AT END
                       MOVE 'NO ' TO WS-CKI-MORE-RECORDS
                   NOT AT END
                       IF WS-CKI-COUNT = 5000
                           DISPLAY 'ISSUED CHECK TABLE FULL'
                             ' - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CKI-COUNT
                       MOVE CKI-CHECK-NO
                         TO WS-CKI-CHECK-NO(WS-CKI-COUNT)
                       MOVE CKI-ISSUE-DATE
                         TO WS-CKI-ISSUE-DATE(WS-CKI-COUNT)
                       MOVE CKI-AMOUNT TO WS-CKI-AMOUNT(WS-CKI-COUNT)
                       MOVE CKI-SOURCE TO WS-CKI-SOURCE(WS-CKI-COUNT)
                       MOVE CKI-PAYEE-ID
                         TO WS-CKI-PAYEE-ID(WS-CKI-COUNT)
                       MOVE CKI-PAYEE-NAME
                         TO WS-CKI-PAYEE-NAME(WS-CKI-COUNT)
               END-READ
           END-PERFORM
           CLOSE CHECKS-ISSUED.

       110-LOAD-CLEARED.
           OPEN INPUT CHECKS-CLEARED
           PERFORM UNTIL WS-CLR-MORE-RECORDS = 'NO '
               READ CHECKS-CLEARED
                   AT END
                       MOVE 'NO ' TO WS-CLR-MORE-RECORDS
                   NOT AT END
                       IF WS-CLR-COUNT = 5000
                           DISPLAY 'CLEARED CHECK TABLE FULL'
                             ' - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CLR-COUNT
                       MOVE CLR-CHECK-NO
                         TO WS-CLR-CHECK-NO(WS-CLR-COUNT)
               END-READ
           END-PERFORM
           CLOSE CHECKS-CLEARED.

       115-LOAD-VOIDS.
           OPEN INPUT CHECK-VOIDS
           PERFORM UNTIL WS-CKV-MORE-RECORDS = 'NO '
               READ CHECK-VOIDS
                   AT END
                       MOVE 'NO ' TO WS-CKV-MORE-RECORDS
                   NOT AT END
                       PERFORM 120-ADD-VOID-NUMBER
                       MOVE CKV-CHECK-NO
                         TO WS-CKV-CHECK-NO(WS-CKV-COUNT)
               END-READ
           END-PERFORM
           CLOSE CHECK-VOIDS.

       120-ADD-VOID-NUMBER.
           IF WS-CKV-COUNT = 5000
               DISPLAY 'VOID TABLE FULL - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CKV-COUNT.

       *> a check can be voided once, only if it was issued and only
       *> while the bank has not paid it
       200-DISPOSE-REQUEST.
           MOVE SPACES TO REGISTER-DETAIL-LINE
           MOVE VRQ-CHECK-NO TO RGD-CHECK-NO
           MOVE VRQ-REASON TO RGD-REASON
           PERFORM 210-FIND-ISSUED
           IF WS-CKI-FOUND-SUB > 0
               MOVE WS-CKI-SOURCE(WS-CKI-FOUND-SUB) TO RGD-SOURCE
               MOVE WS-CKI-PAYEE-ID(WS-CKI-FOUND-SUB) TO RGD-PAYEE-ID
               MOVE WS-CKI-AMOUNT(WS-CKI-FOUND-SUB) TO RGD-AMOUNT
           END-IF
           EVALUATE TRUE
               WHEN VRQ-APPROVAL NOT = 'A'
                   MOVE 'NOT APPROVED' TO RGD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN WS-CKI-FOUND-SUB = 0
                   MOVE 'NOT ISSUED  ' TO RGD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               WHEN OTHER
                   PERFORM 220-CHECK-CLEARED-OR-VOID
           END-EVALUATE
           WRITE VOID-REGISTER-LINE FROM REGISTER-DETAIL-LINE.

       210-FIND-ISSUED.
           MOVE ZEROS TO WS-CKI-FOUND-SUB
           PERFORM VARYING WS-CKI-SUB FROM 1 BY 1
             UNTIL WS-CKI-SUB > WS-CKI-COUNT
               IF WS-CKI-CHECK-NO(WS-CKI-SUB) = VRQ-CHECK-NO
                   MOVE WS-CKI-SUB TO WS-CKI-FOUND-SUB
                   MOVE WS-CKI-COUNT TO WS-CKI-SUB
               END-IF
           END-PERFORM.

       220-CHECK-CLEARED-OR-VOID.
           MOVE 'NO ' TO WS-FOUND-SW
           PERFORM VARYING WS-CLR-SUB FROM 1 BY 1
             UNTIL WS-CLR-SUB > WS-CLR-COUNT
               IF WS-CLR-CHECK-NO(WS-CLR-SUB) = VRQ-CHECK-NO
                   SET WS-FOUND TO TRUE
                   MOVE WS-CLR-COUNT TO WS-CLR-SUB
               END-IF
           END-PERFORM
           IF WS-FOUND
               MOVE 'CLEARED     ' TO RGD-DISPOSITION
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               PERFORM VARYING WS-CKV-SUB FROM 1 BY 1
                 UNTIL WS-CKV-SUB > WS-CKV-COUNT
                   IF WS-CKV-CHECK-NO(WS-CKV-SUB) = VRQ-CHECK-NO
                       SET WS-FOUND TO TRUE
                       MOVE WS-CKV-COUNT TO WS-CKV-SUB
                   END-IF
               END-PERFORM
               IF WS-FOUND
                   MOVE 'ALREADY VOID' TO RGD-DISPOSITION
                   ADD 1 TO WS-REFUSED-COUNT
               ELSE
                   PERFORM 230-POST-VOID
               END-IF
           END-IF.

       *> payroll checks - including earlier reissues - go back to
       *> Payroll; refund checks are voided only
       230-POST-VOID.
           MOVE 'VOIDED      ' TO RGD-DISPOSITION
           PERFORM 120-ADD-VOID-NUMBER
           MOVE VRQ-CHECK-NO TO WS-CKV-CHECK-NO(WS-CKV-COUNT)
           MOVE SPACES TO CHECK-VOID-REC
           MOVE VRQ-CHECK-NO TO CKV-CHECK-NO
           MOVE WS-RUN-DATE TO CKV-VOID-DATE
           MOVE WS-CKI-AMOUNT(WS-CKI-FOUND-SUB) TO CKV-AMOUNT
           MOVE WS-CKI-SOURCE(WS-CKI-FOUND-SUB) TO CKV-SOURCE
           MOVE WS-CKI-PAYEE-ID(WS-CKI-FOUND-SUB) TO CKV-PAYEE-ID
           MOVE VRQ-APPROVED-BY TO CKV-APPROVED-BY
           MOVE VRQ-REASON TO CKV-REASON
           WRITE CHECK-VOID-REC
           MOVE SPACES TO POSITIVE-PAY-REC
           MOVE 'V' TO PP-REC-TYPE
           MOVE VRQ-CHECK-NO TO PP-CHECK-NO
           MOVE WS-CKI-ISSUE-DATE(WS-CKI-FOUND-SUB) TO PP-ISSUE-DATE
           MOVE WS-CKI-AMOUNT(WS-CKI-FOUND-SUB) TO PP-AMOUNT
           MOVE WS-CKI-PAYEE-NAME(WS-CKI-FOUND-SUB) TO PP-PAYEE-NAME
           WRITE POSITIVE-PAY-REC
           ADD 1 TO WS-VOIDED-COUNT
           ADD WS-CKI-AMOUNT(WS-CKI-FOUND-SUB) TO WS-VOIDED-TOTAL
           IF WS-CKI-SOURCE(WS-CKI-FOUND-SUB) = 'PAY '
             OR WS-CKI-SOURCE(WS-CKI-FOUND-SUB) = 'RISU'
               MOVE SPACES TO PAY-ADJUST-REC
               MOVE WS-CKI-PAYEE-ID(WS-CKI-FOUND-SUB)
                 TO ADJ-EMPLOYEE-ID
               MOVE WS-CKI-PAYEE-NAME(WS-CKI-FOUND-SUB)
                 TO ADJ-EMPLOYEE-NAME
               MOVE WS-CKI-AMOUNT(WS-CKI-FOUND-SUB) TO ADJ-AMOUNT
               MOVE VRQ-CHECK-NO TO ADJ-VOID-CHECK-NO
               MOVE WS-RUN-DATE TO ADJ-VOID-DATE
               IF VRQ-REISSUE-SW = 'Y'
                   MOVE 'Y' TO ADJ-REISSUE-SW
               ELSE
                   MOVE 'N' TO ADJ-REISSUE-SW
               END-IF
               MOVE ZEROS TO ADJ-REISSUE-CHECK-NO
               MOVE ZEROS TO ADJ-REISSUE-DATE
               WRITE PAY-ADJUST-REC
               ADD 1 TO WS-ADJUST-COUNT
           END-IF.

       300-CLOSE-RTN.
           MOVE SPACES TO POSITIVE-PAY-TRAILER-REC
           MOVE 'T' TO PPT-REC-TYPE
           MOVE WS-VOIDED-COUNT TO PPT-COUNT
           MOVE WS-VOIDED-TOTAL TO PPT-TOTAL
           WRITE POSITIVE-PAY-TRAILER-REC
           MOVE WS-VOIDED-COUNT TO RGT-VOIDED
           MOVE WS-VOIDED-TOTAL TO RGT-VOIDED-TOTAL
           MOVE WS-ADJUST-COUNT TO RGT-ADJUSTS
           MOVE WS-REFUSED-COUNT TO RGT-REFUSED
           WRITE VOID-REGISTER-LINE FROM REGISTER-TOTAL-LINE
           CLOSE VOID-REQUEST-FILE VOID-POSITIVE-PAY VOID-REGISTER
             CHECK-VOIDS PAY-ADJUST-FILE
           DISPLAY 'CHECK VOIDS - VOIDED: ' WS-VOIDED-COUNT
             ' REFUSED: ' WS-REFUSED-COUNT.

       end program CheckVoid.
