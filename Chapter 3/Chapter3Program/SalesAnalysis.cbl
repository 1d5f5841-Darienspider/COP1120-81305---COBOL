       identification division.
       program-id. SalesAnalysis.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> every closed period's posted detail, stamped with its period
       SELECT SALES-HISTORY
       ASSIGN TO 'CH3SALESHISTORY'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CUSTOMER-REF
       ASSIGN TO 'CH3CUSTREF'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> trailing periods averaged for the drop test and the share
       *> below that average that counts as a sharp drop
       SELECT OPTIONAL ANALYSIS-CONTROL-FILE
       ASSIGN TO 'CH3ANALCONTROL'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> quarterly customer sales analysis for sales management
       SELECT ANALYSIS-RPT
       ASSIGN TO 'CH3SALESANALYSIS'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD SALES-HISTORY RECORDING MODE IS F.
       01 SALES-HISTORY-REC.
         05 SH-PERIOD-ID PIC 9(6).
         05 FILLER PIC X(1).
         05 SH-IDENT PIC X(5).
         05 FILLER PIC X(1).
         05 SH-SALES PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 SH-DISCOUNT-AMT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 SH-NET PIC 9(5)V99.
         05 FILLER PIC X(1).
         05 SH-PTD-AFTER PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 SH-TRANS-TYPE PIC X(1).
         05 FILLER PIC X(38).

       FD CUSTOMER-REF RECORDING MODE IS F.
       01 CUSTOMER-REF-REC.
         05 REF-IDENT PIC X(5).
         05 REF-NAME PIC X(20).
         05 FILLER PIC X(55).

       FD ANALYSIS-CONTROL-FILE RECORDING MODE IS F.
       01 ANALYSIS-CONTROL-REC.
         05 CTL-TRAIL-PERIODS PIC 9(2).
         05 FILLER PIC X(1).
         05 CTL-DROP-PCT PIC 9V999.

       FD ANALYSIS-RPT RECORDING MODE IS F.
       01 ANALYSIS-LINE PIC X(90).

       working-storage section.
       01 WS-SH-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-REF-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-TRAIL-PERIODS PIC 9(2) VALUE 3.
       01 WS-DROP-PCT PIC 9V999 VALUE .500.

       *> two years of months per customer - slot 24 is the latest
       *> closed period in the history, slot 1 is 23 months before it
       01 WS-CUSTOMER-TABLE.
         05 WS-CUS-COUNT PIC 9(3) VALUE ZERO.
         05 WS-CUS-ENTRY OCCURS 500 TIMES.
           10 WS-CUS-IDENT PIC X(5).
           10 WS-CUS-NAME PIC X(20).
           10 WS-CUS-ACTIVE PIC X(1).
           10 WS-CUS-PICKED PIC X(1).
           10 WS-CUS-12-NET PIC S9(9)V99.
           10 WS-CUS-12-SALES PIC S9(9)V99.
           10 WS-CUS-MONTH OCCURS 24 TIMES.
             15 WS-CUS-SALES PIC S9(7)V99.
             15 WS-CUS-NET PIC S9(7)V99.
       01 WS-CUS-SUB PIC 9(3) VALUE ZERO.
       01 WS-CUS-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-MON-SUB PIC 9(2) VALUE ZERO.

       01 WS-LATEST-PERIOD PIC 9(6) VALUE ZEROS.
       01 WS-PERIOD-SPLIT.
         05 WS-PER-YYYY PIC 9(4).
         05 WS-PER-MM PIC 9(2).
       01 WS-LATEST-KEY PIC 9(6) VALUE ZEROS.
       01 WS-LATEST-MM PIC 9(2) VALUE ZEROS.
       01 WS-ITEM-KEY PIC 9(6) VALUE ZEROS.
       01 WS-SLOT-KEY PIC 9(6) VALUE ZEROS.
       01 WS-SLOT-NO PIC S9(6) VALUE ZERO.
       01 WS-FIRST-TY-SLOT PIC 9(2) VALUE ZERO.
       01 WS-FIRST-TRAIL-SLOT PIC 9(2) VALUE ZERO.

       01 WS-LINE-SALES PIC S9(7)V99 VALUE ZERO.
       01 WS-LINE-NET PIC S9(7)V99 VALUE ZERO.
       01 WS-TY-NET PIC S9(9)V99 VALUE ZERO.
       01 WS-LY-NET PIC S9(9)V99 VALUE ZERO.
       01 WS-CHANGE-AMT PIC S9(9)V99 VALUE ZERO.
       01 WS-CHANGE-PCT PIC S9(5)V9 VALUE ZERO.
       01 WS-TRAIL-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-TRAIL-AVG PIC S9(9)V99 VALUE ZERO.
       01 WS-DROP-LIMIT PIC S9(9)V99 VALUE ZERO.
       01 WS-RANK PIC 9(2) VALUE ZERO.
       01 WS-BEST-SUB PIC 9(3) VALUE ZERO.
       01 WS-BEST-NET PIC S9(9)V99 VALUE ZERO.
       01 WS-DROP-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.

       01 SA-TITLE-LINE.
         05 FILLER PIC X(40) VALUE
           ' CUSTOMER SALES ANALYSIS  LATEST PERIOD:'.
         05 SAH-PERIOD PIC 9(6).
         05 FILLER PIC X(8) VALUE '  DATE: '.
         05 SAH-DATE PIC 9(6).
         05 FILLER PIC X(30) VALUE SPACES.

       01 SA-SECTION-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 SAS-TITLE PIC X(60).
         05 FILLER PIC X(29) VALUE SPACES.

       01 SA-MONTH-COL-LINE.
         05 FILLER PIC X(7) VALUE ' CUST'.
         05 FILLER PIC X(22) VALUE 'NAME'.
         05 FILLER PIC X(9) VALUE 'PERIOD'.
         05 FILLER PIC X(16) VALUE '         SALES'.
         05 FILLER PIC X(16) VALUE '           NET'.
         05 FILLER PIC X(20) VALUE SPACES.

       01 SA-MONTH-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 SAM-IDENT PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 SAM-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SAM-PERIOD PIC X(6).
         05 FILLER PIC X(3) VALUE SPACES.
         05 SAM-SALES PIC -Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(3) VALUE SPACES.
         05 SAM-NET PIC -Z,ZZZ,ZZ9.99.
         05 FILLER PIC X(23) VALUE SPACES.

       01 SA-YOY-COL-LINE.
         05 FILLER PIC X(7) VALUE ' CUST'.
         05 FILLER PIC X(22) VALUE 'NAME'.
         05 FILLER PIC X(16) VALUE '  THIS YEAR NET'.
         05 FILLER PIC X(16) VALUE '  LAST YEAR NET'.
         05 FILLER PIC X(16) VALUE '        CHANGE'.
         05 FILLER PIC X(13) VALUE '    PCT'.

       01 SA-YOY-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 SAY-IDENT PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 SAY-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SAY-TY-NET PIC -ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 SAY-LY-NET PIC -ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 SAY-CHANGE PIC -ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 SAY-PCT PIC -ZZZZ9.9.
         05 FILLER PIC X(5) VALUE SPACES.

       01 SA-TOP-COL-LINE.
         05 FILLER PIC X(6) VALUE ' RANK'.
         05 FILLER PIC X(7) VALUE 'CUST'.
         05 FILLER PIC X(22) VALUE 'NAME'.
         05 FILLER PIC X(16) VALUE '    12-MO SALES'.
         05 FILLER PIC X(16) VALUE '      12-MO NET'.
         05 FILLER PIC X(23) VALUE SPACES.

       01 SA-TOP-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 SAT-RANK PIC Z9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 SAT-IDENT PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SAT-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SAT-SALES PIC -ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 SAT-NET PIC -ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(25) VALUE SPACES.

       01 SA-DROP-COL-LINE.
         05 FILLER PIC X(7) VALUE ' CUST'.
         05 FILLER PIC X(22) VALUE 'NAME'.
         05 FILLER PIC X(16) VALUE '     LATEST NET'.
         05 FILLER PIC X(16) VALUE '  TRAILING AVG'.
         05 FILLER PIC X(13) VALUE '   DROP PCT'.
         05 FILLER PIC X(16) VALUE SPACES.

       01 SA-DROP-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 SAD-IDENT PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 SAD-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 SAD-LATEST PIC -ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(2) VALUE SPACES.
         05 SAD-AVG PIC -ZZ,ZZZ,ZZ9.99.
         05 FILLER PIC X(4) VALUE SPACES.
         05 SAD-PCT PIC -ZZZZ9.9.
         05 FILLER PIC X(19) VALUE SPACES.

       01 SA-DROP-PARM-LINE.
         05 FILLER PIC X(25) VALUE ' TRAILING PERIODS USED: '.
         05 SAP-TRAIL PIC Z9.
         05 FILLER PIC X(26) VALUE '   DROP WHEN BELOW AVG BY '.
         05 SAP-DROP-PCT PIC 9.999.
         05 FILLER PIC X(32) VALUE SPACES.

       01 SA-BLANK-LINE PIC X(90) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 105-LOAD-CONTROLS
           PERFORM 110-LOAD-CUSTOMER-REF
           PERFORM 120-FIND-LATEST-PERIOD
           PERFORM 130-LOAD-HISTORY
           OPEN OUTPUT ANALYSIS-RPT
           MOVE WS-LATEST-PERIOD TO SAH-PERIOD
           MOVE WS-RUN-DATE TO SAH-DATE
           WRITE ANALYSIS-LINE FROM SA-TITLE-LINE
           PERFORM 200-MONTHLY-SECTION
           PERFORM 220-YEAR-OVER-YEAR-SECTION
           PERFORM 240-TOP-CUSTOMER-SECTION
           PERFORM 260-SHARP-DROP-SECTION
           PERFORM 300-CLOSE-RTN
           STOP RUN.

       105-LOAD-CONTROLS.
           OPEN INPUT ANALYSIS-CONTROL-FILE
           READ ANALYSIS-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-TRAIL-PERIODS NUMERIC
                     AND CTL-TRAIL-PERIODS > 0
                     AND CTL-TRAIL-PERIODS < 24
                       MOVE CTL-TRAIL-PERIODS TO WS-TRAIL-PERIODS
                   END-IF
                   IF CTL-DROP-PCT NUMERIC
                     AND CTL-DROP-PCT > 0
                       MOVE CTL-DROP-PCT TO WS-DROP-PCT
                   END-IF
           END-READ
           CLOSE ANALYSIS-CONTROL-FILE.

       110-LOAD-CUSTOMER-REF.
           OPEN INPUT CUSTOMER-REF
           PERFORM UNTIL WS-REF-MORE-RECORDS = 'NO '
               READ CUSTOMER-REF
                   AT END
                       MOVE 'NO ' TO WS-REF-MORE-RECORDS
                   NOT AT END
                       PERFORM 115-ADD-CUSTOMER
                       MOVE REF-IDENT TO WS-CUS-IDENT(WS-CUS-COUNT)
                       MOVE REF-NAME TO WS-CUS-NAME(WS-CUS-COUNT)
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-REF.

       115-ADD-CUSTOMER.
           IF WS-CUS-COUNT = 500
               DISPLAY 'CUSTOMER TABLE FULL - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CUS-COUNT
           MOVE SPACES TO WS-CUS-NAME(WS-CUS-COUNT)
           MOVE 'N' TO WS-CUS-ACTIVE(WS-CUS-COUNT)
           MOVE 'N' TO WS-CUS-PICKED(WS-CUS-COUNT)
           MOVE ZEROS TO WS-CUS-12-NET(WS-CUS-COUNT)
           MOVE ZEROS TO WS-CUS-12-SALES(WS-CUS-COUNT)
           PERFORM VARYING WS-MON-SUB FROM 1 BY 1
             UNTIL WS-MON-SUB > 24
               MOVE ZEROS TO WS-CUS-SALES(WS-CUS-COUNT, WS-MON-SUB)
               MOVE ZEROS TO WS-CUS-NET(WS-CUS-COUNT, WS-MON-SUB)
           END-PERFORM.

       120-FIND-LATEST-PERIOD.
           OPEN INPUT SALES-HISTORY
           PERFORM UNTIL WS-SH-MORE-RECORDS = 'NO '
               READ SALES-HISTORY
                   AT END
                       MOVE 'NO ' TO WS-SH-MORE-RECORDS
                   NOT AT END
                       IF SH-PERIOD-ID > WS-LATEST-PERIOD
                           MOVE SH-PERIOD-ID TO WS-LATEST-PERIOD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-HISTORY
           MOVE WS-LATEST-PERIOD TO WS-PERIOD-SPLIT
           MOVE WS-PER-MM TO WS-LATEST-MM
           COMPUTE WS-LATEST-KEY = WS-PER-YYYY * 12 + WS-PER-MM
           COMPUTE WS-FIRST-TY-SLOT = 25 - WS-LATEST-MM
           COMPUTE WS-FIRST-TRAIL-SLOT = 24 - WS-TRAIL-PERIODS.

       *> sales count up and returns count back down; payments,
       *> credits, finance charges and write-offs are not sales
       130-LOAD-HISTORY.
           MOVE 'YES' TO WS-SH-MORE-RECORDS
           OPEN INPUT SALES-HISTORY
           PERFORM UNTIL WS-SH-MORE-RECORDS = 'NO '
               READ SALES-HISTORY
                   AT END
                       MOVE 'NO ' TO WS-SH-MORE-RECORDS
                   NOT AT END
                       IF SH-TRANS-TYPE = 'S' OR SH-TRANS-TYPE = ' '
                         OR SH-TRANS-TYPE = 'R'
                           PERFORM 135-POST-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SALES-HISTORY.

       135-POST-HISTORY-LINE.
           MOVE SH-PERIOD-ID TO WS-PERIOD-SPLIT
           COMPUTE WS-ITEM-KEY = WS-PER-YYYY * 12 + WS-PER-MM
           COMPUTE WS-SLOT-NO = 24 - (WS-LATEST-KEY - WS-ITEM-KEY)
           IF WS-SLOT-NO > 0
               PERFORM 140-FIND-CUSTOMER
               IF SH-TRANS-TYPE = 'R'
                   COMPUTE WS-LINE-SALES = 0 - SH-SALES
                   COMPUTE WS-LINE-NET = 0 - SH-NET
               ELSE
                   MOVE SH-SALES TO WS-LINE-SALES
                   MOVE SH-NET TO WS-LINE-NET
               END-IF
               MOVE WS-SLOT-NO TO WS-MON-SUB
               ADD WS-LINE-SALES
                 TO WS-CUS-SALES(WS-CUS-FOUND-SUB, WS-MON-SUB)
               ADD WS-LINE-NET
                 TO WS-CUS-NET(WS-CUS-FOUND-SUB, WS-MON-SUB)
               MOVE 'Y' TO WS-CUS-ACTIVE(WS-CUS-FOUND-SUB)
               IF WS-MON-SUB > 12
                   ADD WS-LINE-SALES
                     TO WS-CUS-12-SALES(WS-CUS-FOUND-SUB)
                   ADD WS-LINE-NET TO WS-CUS-12-NET(WS-CUS-FOUND-SUB)
               END-IF
           END-IF.

       *> a customer since dropped from the reference file still has
       *> history - it is carried under its id with no name
       140-FIND-CUSTOMER.
           MOVE ZEROS TO WS-CUS-FOUND-SUB
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
             UNTIL WS-CUS-SUB > WS-CUS-COUNT
               IF WS-CUS-IDENT(WS-CUS-SUB) = SH-IDENT
                   MOVE WS-CUS-SUB TO WS-CUS-FOUND-SUB
                   MOVE WS-CUS-COUNT TO WS-CUS-SUB
               END-IF
           END-PERFORM
           IF WS-CUS-FOUND-SUB = 0
               PERFORM 115-ADD-CUSTOMER
               MOVE SH-IDENT TO WS-CUS-IDENT(WS-CUS-COUNT)
               MOVE WS-CUS-COUNT TO WS-CUS-FOUND-SUB
           END-IF.

       150-SLOT-TO-PERIOD.
           COMPUTE WS-SLOT-KEY = WS-LATEST-KEY - 24 + WS-MON-SUB
           COMPUTE WS-PER-YYYY = (WS-SLOT-KEY - 1) / 12
           COMPUTE WS-PER-MM = WS-SLOT-KEY - WS-PER-YYYY * 12.

       *> the last twelve periods, one line per customer-month with
       *> any sales activity
       200-MONTHLY-SECTION.
           WRITE ANALYSIS-LINE FROM SA-BLANK-LINE
           MOVE 'SALES AND NET BY CUSTOMER BY MONTH - LAST 12 PERIODS'
             TO SAS-TITLE
           WRITE ANALYSIS-LINE FROM SA-SECTION-LINE
           WRITE ANALYSIS-LINE FROM SA-MONTH-COL-LINE
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
             UNTIL WS-CUS-SUB > WS-CUS-COUNT
               IF WS-CUS-ACTIVE(WS-CUS-SUB) = 'Y'
                   PERFORM VARYING WS-MON-SUB FROM 13 BY 1
                     UNTIL WS-MON-SUB > 24
                       IF WS-CUS-SALES(WS-CUS-SUB, WS-MON-SUB) NOT = 0
                         OR WS-CUS-NET(WS-CUS-SUB, WS-MON-SUB)
                           NOT = 0
                           PERFORM 210-WRITE-MONTH-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       210-WRITE-MONTH-LINE.
           PERFORM 150-SLOT-TO-PERIOD
           MOVE WS-CUS-IDENT(WS-CUS-SUB) TO SAM-IDENT
           MOVE WS-CUS-NAME(WS-CUS-SUB) TO SAM-NAME
           MOVE WS-PERIOD-SPLIT TO SAM-PERIOD
           MOVE WS-CUS-SALES(WS-CUS-SUB, WS-MON-SUB) TO SAM-SALES
           MOVE WS-CUS-NET(WS-CUS-SUB, WS-MON-SUB) TO SAM-NET
           WRITE ANALYSIS-LINE FROM SA-MONTH-LINE.

       *> this year to date against the same months of last year
       220-YEAR-OVER-YEAR-SECTION.
           WRITE ANALYSIS-LINE FROM SA-BLANK-LINE
           MOVE 'THIS YEAR VS LAST YEAR - SAME MONTHS TO DATE'
             TO SAS-TITLE
           WRITE ANALYSIS-LINE FROM SA-SECTION-LINE
           WRITE ANALYSIS-LINE FROM SA-YOY-COL-LINE
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
             UNTIL WS-CUS-SUB > WS-CUS-COUNT
               IF WS-CUS-ACTIVE(WS-CUS-SUB) = 'Y'
                   PERFORM 230-WRITE-YOY-LINE
               END-IF
           END-PERFORM.

       230-WRITE-YOY-LINE.
           MOVE ZEROS TO WS-TY-NET WS-LY-NET
           PERFORM VARYING WS-MON-SUB FROM WS-FIRST-TY-SLOT BY 1
             UNTIL WS-MON-SUB > 24
               ADD WS-CUS-NET(WS-CUS-SUB, WS-MON-SUB) TO WS-TY-NET
               SUBTRACT 12 FROM WS-MON-SUB
               ADD WS-CUS-NET(WS-CUS-SUB, WS-MON-SUB) TO WS-LY-NET
               ADD 12 TO WS-MON-SUB
           END-PERFORM
           IF WS-TY-NET NOT = 0 OR WS-LY-NET NOT = 0
               COMPUTE WS-CHANGE-AMT = WS-TY-NET - WS-LY-NET
               IF WS-LY-NET > 0
                   COMPUTE WS-CHANGE-PCT ROUNDED =
                     WS-CHANGE-AMT * 100 / WS-LY-NET
               ELSE
                   MOVE ZEROS TO WS-CHANGE-PCT
               END-IF
               MOVE WS-CUS-IDENT(WS-CUS-SUB) TO SAY-IDENT
               MOVE WS-CUS-NAME(WS-CUS-SUB) TO SAY-NAME
               MOVE WS-TY-NET TO SAY-TY-NET
               MOVE WS-LY-NET TO SAY-LY-NET
               MOVE WS-CHANGE-AMT TO SAY-CHANGE
               MOVE WS-CHANGE-PCT TO SAY-PCT
               WRITE ANALYSIS-LINE FROM SA-YOY-LINE
           END-IF.

       *> twenty passes, each taking the best twelve-month net not
       *> already ranked
       240-TOP-CUSTOMER-SECTION.
           WRITE ANALYSIS-LINE FROM SA-BLANK-LINE
           MOVE 'TOP 20 CUSTOMERS BY NET - LAST 12 PERIODS' TO SAS-TITLE
           WRITE ANALYSIS-LINE FROM SA-SECTION-LINE
           WRITE ANALYSIS-LINE FROM SA-TOP-COL-LINE
           PERFORM VARYING WS-RANK FROM 1 BY 1
             UNTIL WS-RANK > 20
               MOVE ZEROS TO WS-BEST-SUB
               PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
                 UNTIL WS-CUS-SUB > WS-CUS-COUNT
                   IF WS-CUS-PICKED(WS-CUS-SUB) = 'N'
                     AND WS-CUS-12-NET(WS-CUS-SUB) > 0
                     AND (WS-BEST-SUB = 0
                       OR WS-CUS-12-NET(WS-CUS-SUB) > WS-BEST-NET)
                       MOVE WS-CUS-SUB TO WS-BEST-SUB
                       MOVE WS-CUS-12-NET(WS-CUS-SUB) TO WS-BEST-NET
                   END-IF
               END-PERFORM
               IF WS-BEST-SUB = 0
                   MOVE 20 TO WS-RANK
               ELSE
                   PERFORM 250-WRITE-TOP-LINE
               END-IF
           END-PERFORM.

       250-WRITE-TOP-LINE.
           MOVE 'Y' TO WS-CUS-PICKED(WS-BEST-SUB)
           MOVE WS-RANK TO SAT-RANK
           MOVE WS-CUS-IDENT(WS-BEST-SUB) TO SAT-IDENT
           MOVE WS-CUS-NAME(WS-BEST-SUB) TO SAT-NAME
           MOVE WS-CUS-12-SALES(WS-BEST-SUB) TO SAT-SALES
           MOVE WS-CUS-12-NET(WS-BEST-SUB) TO SAT-NET
           WRITE ANALYSIS-LINE FROM SA-TOP-LINE.

       *> the latest period's net against the average of the periods
       *> just before it - a customer buying well under that average
       *> is listed for the sales rep to call
       260-SHARP-DROP-SECTION.
           WRITE ANALYSIS-LINE FROM SA-BLANK-LINE
           MOVE 'CUSTOMERS WITH A SHARP DROP FROM TRAILING AVERAGE'
             TO SAS-TITLE
           WRITE ANALYSIS-LINE FROM SA-SECTION-LINE
           MOVE WS-TRAIL-PERIODS TO SAP-TRAIL
           MOVE WS-DROP-PCT TO SAP-DROP-PCT
           WRITE ANALYSIS-LINE FROM SA-DROP-PARM-LINE
           WRITE ANALYSIS-LINE FROM SA-DROP-COL-LINE
           PERFORM VARYING WS-CUS-SUB FROM 1 BY 1
             UNTIL WS-CUS-SUB > WS-CUS-COUNT
               IF WS-CUS-ACTIVE(WS-CUS-SUB) = 'Y'
                   PERFORM 270-TEST-ONE-DROP
               END-IF
           END-PERFORM.

       270-TEST-ONE-DROP.
           MOVE ZEROS TO WS-TRAIL-TOTAL
           PERFORM VARYING WS-MON-SUB FROM WS-FIRST-TRAIL-SLOT BY 1
             UNTIL WS-MON-SUB > 23
               ADD WS-CUS-NET(WS-CUS-SUB, WS-MON-SUB) TO WS-TRAIL-TOTAL
           END-PERFORM
           COMPUTE WS-TRAIL-AVG ROUNDED =
             WS-TRAIL-TOTAL / WS-TRAIL-PERIODS
           COMPUTE WS-DROP-LIMIT ROUNDED =
             WS-TRAIL-AVG * (1 - WS-DROP-PCT)
           IF WS-TRAIL-AVG > 0
             AND WS-CUS-NET(WS-CUS-SUB, 24) < WS-DROP-LIMIT
               COMPUTE WS-CHANGE-PCT ROUNDED =
                 (WS-TRAIL-AVG - WS-CUS-NET(WS-CUS-SUB, 24)) * 100
                 / WS-TRAIL-AVG
               MOVE WS-CUS-IDENT(WS-CUS-SUB) TO SAD-IDENT
               MOVE WS-CUS-NAME(WS-CUS-SUB) TO SAD-NAME
               MOVE WS-CUS-NET(WS-CUS-SUB, 24) TO SAD-LATEST
               MOVE WS-TRAIL-AVG TO SAD-AVG
               MOVE WS-CHANGE-PCT TO SAD-PCT
               WRITE ANALYSIS-LINE FROM SA-DROP-LINE
               ADD 1 TO WS-DROP-COUNT
           END-IF.

       300-CLOSE-RTN.
           CLOSE ANALYSIS-RPT
           DISPLAY 'SALES ANALYSIS THROUGH PERIOD ' WS-LATEST-PERIOD
             ' - CUSTOMERS: ' WS-CUS-COUNT
             ' SHARP DROPS: ' WS-DROP-COUNT.

       end program SalesAnalysis.
