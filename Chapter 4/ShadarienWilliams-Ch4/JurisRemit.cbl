       identification division.
       program-id. JurisRemit.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> each pay period's state and local withholding per employee
       *> and jurisdiction, appended by the payroll run
       SELECT OPTIONAL JURIS-WH-HISTORY
       ASSIGN TO 'CH4JURISWH'
       organization IS LINE sequential.

       *> pay-date range to remit for; absent, the calendar month of
       *> the most recent pay run in the history
       SELECT OPTIONAL REMIT-CONTROL
       ASSIGN TO 'CH4REMITCONTROL'
       organization IS LINE sequential.

       *> withholding owed to each state and locality for the range
       SELECT REMIT-REPORT
       ASSIGN TO 'CH4JURISREMIT'
       organization IS LINE sequential.

       data division.
       file section.

       FD JURIS-WH-HISTORY RECORDING MODE IS F.
       01 JURIS-WH-HISTORY-REC.
         05 JWH-RUN-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 JWH-RUN-TIME PIC 9(8).
         05 FILLER PIC X(1).
         05 JWH-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 JWH-JURIS-TYPE PIC X(1).
         05 FILLER PIC X(1).
         05 JWH-JURIS-CODE PIC X(4).
         05 FILLER PIC X(1).
         05 JWH-WAGES PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 JWH-WITHHOLDING PIC 9(7)V99.

       FD REMIT-CONTROL RECORDING MODE IS F.
       01 REMIT-CONTROL-REC.
         05 CTL-FROM-DATE PIC 9(6).
         05 CTL-TO-DATE PIC 9(6).

       FD REMIT-REPORT RECORDING MODE IS F.
       01 REMIT-LINE PIC X(80).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-HIST-TABLE.
         05 WS-HST-COUNT PIC 9(4) VALUE ZERO.
         05 WS-HST-ENTRY OCCURS 5000 TIMES.
           10 WS-HST-RUN-DATE PIC 9(6).
           10 WS-HST-RUN-TIME PIC 9(8).
           10 WS-HST-EMPLOYEE-ID PIC X(5).
           10 WS-HST-TYPE PIC X(1).
           10 WS-HST-CODE PIC X(4).
           10 WS-HST-WAGES PIC 9(7)V99.
           10 WS-HST-WITHHOLDING PIC 9(7)V99.
       01 WS-HST-SUB PIC 9(4) VALUE ZERO.

       *> a payroll rerun on the same day appends its own records -
       *> only those of the last run that day for the employee count
       01 WS-LAST-RUN-TABLE.
         05 WS-LR-COUNT PIC 9(4) VALUE ZERO.
         05 WS-LR-ENTRY OCCURS 5000 TIMES.
           10 WS-LR-RUN-DATE PIC 9(6).
           10 WS-LR-EMPLOYEE-ID PIC X(5).
           10 WS-LR-RUN-TIME PIC 9(8).
       01 WS-LR-SUB PIC 9(4) VALUE ZERO.
       01 WS-LR-FOUND-SUB PIC 9(4) VALUE ZERO.
       01 WS-SUPERSEDED-COUNT PIC 9(5) VALUE ZERO.

       01 WS-JURIS-TOTAL-TABLE.
         05 WS-JT-COUNT PIC 9(3) VALUE ZERO.
         05 WS-JT-ENTRY OCCURS 200 TIMES.
           10 WS-JT-TYPE PIC X(1).
           10 WS-JT-CODE PIC X(4).
           10 WS-JT-PAY-COUNT PIC 9(5).
           10 WS-JT-WAGES PIC 9(9)V99.
           10 WS-JT-WITHHOLDING PIC 9(9)V99.
       01 WS-JT-SUB PIC 9(3) VALUE ZERO.
       01 WS-JT-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-TYPE-HOLD PIC X(1) VALUE SPACE.

       01 WS-TYPE-TOTAL PIC 9(9)V99 VALUE ZEROS.
       01 WS-GRAND-TOTAL PIC 9(9)V99 VALUE ZEROS.

       01 WS-LATEST-RUN-DATE PIC 9(6) VALUE ZEROS.
       01 WS-FROM-DATE PIC 9(6) VALUE ZEROS.
       01 WS-FROM-SPLIT REDEFINES WS-FROM-DATE.
         05 WS-FROM-YYMM PIC 9(4).
         05 WS-FROM-DD PIC 9(2).
       01 WS-TO-DATE PIC 9(6) VALUE ZEROS.
       01 WS-TO-SPLIT REDEFINES WS-TO-DATE.
         05 WS-TO-YYMM PIC 9(4).
         05 WS-TO-DD PIC 9(2).

       01 REMIT-HDR-LINE.
         05 FILLER PIC X(37) VALUE
           ' STATE/LOCAL WITHHOLDING REMITTANCE  '.
         05 FILLER PIC X(10) VALUE 'PAY DATES '.
         05 RHD-FROM-DATE PIC 9(6).
         05 FILLER PIC X(4) VALUE ' TO '.
         05 RHD-TO-DATE PIC 9(6).
         05 FILLER PIC X(17) VALUE SPACES.

       01 REMIT-COL-LINE.
         05 FILLER PIC X(8) VALUE ' TYPE'.
         05 FILLER PIC X(8) VALUE 'JURIS'.
         05 FILLER PIC X(12) VALUE '    PAYMENTS'.
         05 FILLER PIC X(18) VALUE '             WAGES'.
         05 FILLER PIC X(18) VALUE '          WITHHELD'.
         05 FILLER PIC X(16) VALUE SPACES.

       01 REMIT-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RDT-TYPE PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RDT-CODE PIC X(4).
         05 FILLER PIC X(4) VALUE SPACES.
         05 RDT-PAY-COUNT PIC ZZ,ZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 RDT-WAGES PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 RDT-WITHHOLDING PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(22) VALUE SPACES.

       01 REMIT-TOTAL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RTL-LABEL PIC X(45).
         05 RTL-WITHHOLDING PIC ZZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(20) VALUE SPACES.

       01 REMIT-SUPERSEDED-LINE.
         05 FILLER PIC X(35) VALUE
           ' SUPERSEDED BY SAME-DAY RERUN:     '.
         05 RSP-COUNT PIC ZZZZ9.
         05 FILLER PIC X(40) VALUE SPACES.

       01 REMIT-NONE-LINE.
         05 FILLER PIC X(40) VALUE
           ' NO WITHHOLDING FALLS IN THIS RANGE     '.
         05 FILLER PIC X(40) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           PERFORM 105-LOAD-HISTORY
           IF WS-HST-COUNT = 0
               DISPLAY 'JURIS WITHHOLDING HISTORY IS EMPTY - NO REPORT'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-SET-DATE-RANGE
           PERFORM VARYING WS-HST-SUB FROM 1 BY 1
             UNTIL WS-HST-SUB > WS-HST-COUNT
               PERFORM 200-ACCUMULATE-ONE
           END-PERFORM
           OPEN OUTPUT REMIT-REPORT
           PERFORM 250-WRITE-REPORT
           CLOSE REMIT-REPORT
           STOP RUN.

       105-LOAD-HISTORY.
           OPEN INPUT JURIS-WH-HISTORY
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ JURIS-WH-HISTORY
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       IF JWH-RUN-DATE NUMERIC
                           PERFORM 107-STORE-HISTORY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JURIS-WH-HISTORY.

       107-STORE-HISTORY.
           IF WS-HST-COUNT = 5000
               DISPLAY 'JURIS HISTORY TABLE FULL - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-HST-COUNT
           MOVE JWH-RUN-DATE TO WS-HST-RUN-DATE(WS-HST-COUNT)
           MOVE JWH-RUN-TIME TO WS-HST-RUN-TIME(WS-HST-COUNT)
           MOVE JWH-EMPLOYEE-ID TO WS-HST-EMPLOYEE-ID(WS-HST-COUNT)
           MOVE JWH-JURIS-TYPE TO WS-HST-TYPE(WS-HST-COUNT)
           MOVE JWH-JURIS-CODE TO WS-HST-CODE(WS-HST-COUNT)
           MOVE JWH-WAGES TO WS-HST-WAGES(WS-HST-COUNT)
           MOVE JWH-WITHHOLDING TO WS-HST-WITHHOLDING(WS-HST-COUNT)
           IF JWH-RUN-DATE > WS-LATEST-RUN-DATE
               MOVE JWH-RUN-DATE TO WS-LATEST-RUN-DATE
           END-IF
           PERFORM 108-NOTE-LAST-RUN.

       108-NOTE-LAST-RUN.
           MOVE ZEROS TO WS-LR-FOUND-SUB
           PERFORM VARYING WS-LR-SUB FROM 1 BY 1
             UNTIL WS-LR-SUB > WS-LR-COUNT
               IF WS-LR-RUN-DATE(WS-LR-SUB) = JWH-RUN-DATE
                 AND WS-LR-EMPLOYEE-ID(WS-LR-SUB) = JWH-EMPLOYEE-ID
                   MOVE WS-LR-SUB TO WS-LR-FOUND-SUB
                   MOVE WS-LR-COUNT TO WS-LR-SUB
               END-IF
           END-PERFORM
           IF WS-LR-FOUND-SUB = 0
               ADD 1 TO WS-LR-COUNT
               MOVE JWH-RUN-DATE TO WS-LR-RUN-DATE(WS-LR-COUNT)
               MOVE JWH-EMPLOYEE-ID TO WS-LR-EMPLOYEE-ID(WS-LR-COUNT)
               MOVE JWH-RUN-TIME TO WS-LR-RUN-TIME(WS-LR-COUNT)
           ELSE
               IF JWH-RUN-TIME > WS-LR-RUN-TIME(WS-LR-FOUND-SUB)
                   MOVE JWH-RUN-TIME TO WS-LR-RUN-TIME(WS-LR-FOUND-SUB)
               END-IF
           END-IF.

       *> an invalid control record leaves the default month
       110-SET-DATE-RANGE.
           MOVE WS-LATEST-RUN-DATE TO WS-FROM-DATE WS-TO-DATE
           MOVE 01 TO WS-FROM-DD
           MOVE 31 TO WS-TO-DD
           OPEN INPUT REMIT-CONTROL
           READ REMIT-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-FROM-DATE NUMERIC AND CTL-TO-DATE NUMERIC
                     AND CTL-FROM-DATE > 0
                     AND CTL-TO-DATE NOT < CTL-FROM-DATE
                       MOVE CTL-FROM-DATE TO WS-FROM-DATE
                       MOVE CTL-TO-DATE TO WS-TO-DATE
                   END-IF
           END-READ
           CLOSE REMIT-CONTROL.

       200-ACCUMULATE-ONE.
           IF WS-HST-RUN-DATE(WS-HST-SUB) < WS-FROM-DATE
             OR WS-HST-RUN-DATE(WS-HST-SUB) > WS-TO-DATE
               CONTINUE
           ELSE
               PERFORM 205-FIND-LAST-RUN
               IF WS-HST-RUN-TIME(WS-HST-SUB) <
                 WS-LR-RUN-TIME(WS-LR-FOUND-SUB)
                   ADD 1 TO WS-SUPERSEDED-COUNT
               ELSE
                   PERFORM 210-ADD-TO-JURIS
               END-IF
           END-IF.

       205-FIND-LAST-RUN.
           MOVE ZEROS TO WS-LR-FOUND-SUB
           PERFORM VARYING WS-LR-SUB FROM 1 BY 1
             UNTIL WS-LR-SUB > WS-LR-COUNT
               IF WS-LR-RUN-DATE(WS-LR-SUB) =
                 WS-HST-RUN-DATE(WS-HST-SUB)
                 AND WS-LR-EMPLOYEE-ID(WS-LR-SUB) =
                   WS-HST-EMPLOYEE-ID(WS-HST-SUB)
                   MOVE WS-LR-SUB TO WS-LR-FOUND-SUB
                   MOVE WS-LR-COUNT TO WS-LR-SUB
               END-IF
           END-PERFORM.

       210-ADD-TO-JURIS.
           MOVE ZEROS TO WS-JT-FOUND-SUB
           PERFORM VARYING WS-JT-SUB FROM 1 BY 1
             UNTIL WS-JT-SUB > WS-JT-COUNT
               IF WS-JT-TYPE(WS-JT-SUB) = WS-HST-TYPE(WS-HST-SUB)
                 AND WS-JT-CODE(WS-JT-SUB) = WS-HST-CODE(WS-HST-SUB)
                   MOVE WS-JT-SUB TO WS-JT-FOUND-SUB
                   MOVE WS-JT-COUNT TO WS-JT-SUB
               END-IF
           END-PERFORM
           IF WS-JT-FOUND-SUB = 0
               IF WS-JT-COUNT = 200
                   DISPLAY 'JURISDICTION TABLE FULL - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JT-COUNT
               MOVE WS-JT-COUNT TO WS-JT-FOUND-SUB
               MOVE WS-HST-TYPE(WS-HST-SUB) TO WS-JT-TYPE(WS-JT-COUNT)
               MOVE WS-HST-CODE(WS-HST-SUB) TO WS-JT-CODE(WS-JT-COUNT)
               MOVE ZEROS TO WS-JT-PAY-COUNT(WS-JT-COUNT)
               MOVE ZEROS TO WS-JT-WAGES(WS-JT-COUNT)
               MOVE ZEROS TO WS-JT-WITHHOLDING(WS-JT-COUNT)
           END-IF
           ADD 1 TO WS-JT-PAY-COUNT(WS-JT-FOUND-SUB)
           ADD WS-HST-WAGES(WS-HST-SUB)
             TO WS-JT-WAGES(WS-JT-FOUND-SUB)
           ADD WS-HST-WITHHOLDING(WS-HST-SUB)
             TO WS-JT-WITHHOLDING(WS-JT-FOUND-SUB).

       *> states first, then localities, each with its own total
       250-WRITE-REPORT.
           MOVE WS-FROM-DATE TO RHD-FROM-DATE
           MOVE WS-TO-DATE TO RHD-TO-DATE
           WRITE REMIT-LINE FROM REMIT-HDR-LINE
           MOVE SPACES TO REMIT-LINE
           WRITE REMIT-LINE
           IF WS-JT-COUNT = 0
               WRITE REMIT-LINE FROM REMIT-NONE-LINE
           ELSE
               WRITE REMIT-LINE FROM REMIT-COL-LINE
               MOVE 'S' TO WS-TYPE-HOLD
               PERFORM 260-WRITE-ONE-TYPE
               MOVE 'L' TO WS-TYPE-HOLD
               PERFORM 260-WRITE-ONE-TYPE
               MOVE SPACES TO REMIT-LINE
               WRITE REMIT-LINE
               MOVE 'TOTAL WITHHOLDING TO REMIT' TO RTL-LABEL
               MOVE WS-GRAND-TOTAL TO RTL-WITHHOLDING
               WRITE REMIT-LINE FROM REMIT-TOTAL-LINE
           END-IF
           IF WS-SUPERSEDED-COUNT > 0
               MOVE WS-SUPERSEDED-COUNT TO RSP-COUNT
               WRITE REMIT-LINE FROM REMIT-SUPERSEDED-LINE
           END-IF.

       260-WRITE-ONE-TYPE.
           MOVE ZEROS TO WS-TYPE-TOTAL
           PERFORM VARYING WS-JT-SUB FROM 1 BY 1
             UNTIL WS-JT-SUB > WS-JT-COUNT
               IF WS-JT-TYPE(WS-JT-SUB) = WS-TYPE-HOLD
                   IF WS-TYPE-HOLD = 'S'
                       MOVE 'STATE' TO RDT-TYPE
                   ELSE
                       MOVE 'LOCAL' TO RDT-TYPE
                   END-IF
                   MOVE WS-JT-CODE(WS-JT-SUB) TO RDT-CODE
                   MOVE WS-JT-PAY-COUNT(WS-JT-SUB) TO RDT-PAY-COUNT
                   MOVE WS-JT-WAGES(WS-JT-SUB) TO RDT-WAGES
                   MOVE WS-JT-WITHHOLDING(WS-JT-SUB) TO RDT-WITHHOLDING
                   WRITE REMIT-LINE FROM REMIT-DETAIL-LINE
                   ADD WS-JT-WITHHOLDING(WS-JT-SUB) TO WS-TYPE-TOTAL
               END-IF
           END-PERFORM
           IF WS-TYPE-TOTAL > 0
               IF WS-TYPE-HOLD = 'S'
                   MOVE '  TOTAL STATE WITHHOLDING' TO RTL-LABEL
               ELSE
                   MOVE '  TOTAL LOCAL WITHHOLDING' TO RTL-LABEL
               END-IF
               MOVE WS-TYPE-TOTAL TO RTL-WITHHOLDING
               WRITE REMIT-LINE FROM REMIT-TOTAL-LINE
               ADD WS-TYPE-TOTAL TO WS-GRAND-TOTAL
           END-IF.

       end program JurisRemit.
