       identification division.
       program-id. Turnover.
       Author. Shadarien Williams.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> which basis to report on and, for the audit basis, the
       *> date range - no control record compares two generations
       SELECT OPTIONAL TURNOVER-CONTROL
       ASSIGN TO 'CH6TURNOVERCTL'
       organization IS LINE sequential.

       *> the master generation at the start of the period - usually
       *> the copy kept from the last quarter-end
       SELECT OPTIONAL OPENING-MASTER
       ASSIGN TO 'CH6TURNOPEN'
       organization IS LINE sequential.

       *> the master generation at the end of the period
       SELECT OPTIONAL IN-SALARY-FILE
       ASSIGN TO 'CH6402MOD'
       organization IS LINE sequential.

       *> EmpMaint's cumulative audit history, used instead of the
       *> closing master when the period is given as a date range
       SELECT OPTIONAL MAINT-AUDIT-FILE
       ASSIGN TO
       'CH6EMPMAINTHIST'
       organization IS LINE sequential.

       SELECT TURNOVER-RPT
       ASSIGN TO
       'CH6TURNOVER'
       organization IS LINE sequential.

       data division.
       FILE SECTION.

       FD TURNOVER-CONTROL RECORDING MODE IS F.
       01 TURNOVER-CONTROL-REC.
         05 TC-BASIS                   PIC X(1).
           88 TC-AUDIT-BASIS           VALUE 'A'.
         05 FILLER                     PIC X(1).
         05 TC-FROM-DATE               PIC 9(8).
         05 FILLER                     PIC X(1).
         05 TC-TO-DATE                 PIC 9(8).

       FD OPENING-MASTER RECORDING MODE IS F.
       01 OPENING-REC.
         05 OPN-IMAGE                  PIC X(44).
         05 FILLER                     PIC X(36).

       FD IN-SALARY-FILE RECORDING MODE IS F.
       01 PYROL-MSTR.
         05 IN-EMPLOYEE-NUMBER         PIC 9(5).
         05 IN-EMPLOYEE-NAME           PIC X(20).
         05 LOC-CODE.
           10 TERR                     PIC X(2).
           10 OFFICE-NUMBER            PIC X(2).
         05 ANN-SALARY                 PIC 9(6).
         05 SSN                        PIC X(9).
         05 FILLER                     PIC X(36).

       FD MAINT-AUDIT-FILE RECORDING MODE IS F.
       01 MAINT-AUDIT-REC.
         05 AUD-DATE                   PIC 9(6).
         05 FILLER                     PIC X(1).
         05 AUD-USER-ID                PIC X(8).
         05 FILLER                     PIC X(1).
         05 AUD-ACTION                 PIC X(1).
         05 FILLER                     PIC X(1).
         05 AUD-EMP-NO                 PIC 9(5).
         05 FILLER                     PIC X(1).
         05 AUD-BEFORE-IMAGE           PIC X(44).
         05 FILLER                     PIC X(1).
         05 AUD-AFTER-IMAGE            PIC X(44).

       FD TURNOVER-RPT RECORDING MODE IS F.
       01 TURNOVER-LINE                PIC X(90).

       working-storage section.
       01 ASSORTED-FLAGS.
         05 MORE-RECORDS               PIC X(3) VALUE 'YES'.
         05 WS-OPN-MORE-RECORDS        PIC X(3) VALUE 'YES'.
         05 WS-AUD-MORE-RECORDS        PIC X(3) VALUE 'YES'.
         05 WS-BASIS                   PIC X(1) VALUE 'G'.
           88 WS-AUDIT-BASIS           VALUE 'A'.
         05 WS-FROM-DATE               PIC 9(8) VALUE ZERO.
         05 WS-TO-DATE                 PIC 9(8) VALUE 99999999.
         05 WS-AUD-CCYYMMDD            PIC 9(8) VALUE ZERO.
         05 WS-RUN-DATE                PIC 9(6) VALUE ZERO.

       *> the opening generation held in core; entries never matched
       *> to the closing master are the separations
       01 WS-OPENING-TABLE.
         05 WS-OPN-COUNT               PIC 9(4) VALUE ZERO.
         05 WS-OPN-ENTRY OCCURS 999 TIMES.
           10 WS-OPN-IMAGE             PIC X(44).
           10 WS-OPN-IMAGE-SPLIT REDEFINES WS-OPN-IMAGE.
             15 WS-OPN-EMP-NO          PIC 9(5).
             15 WS-OPN-NAME            PIC X(20).
             15 WS-OPN-TERR            PIC X(2).
             15 WS-OPN-OFFICE          PIC X(2).
             15 WS-OPN-SALARY          PIC 9(6).
             15 WS-OPN-SSN             PIC X(9).
           10 WS-OPN-SEEN              PIC X(1).
       01 WS-OPN-SUB                   PIC 9(4) VALUE ZERO.
       01 WS-OPN-FOUND-SUB             PIC 9(4) VALUE ZERO.

       *> one change to be classified - a blank old image is a hire,
       *> a blank new image a separation
       01 WS-EVT-OLD.
         05 WS-EVT-OLD-EMP-NO          PIC 9(5).
         05 WS-EVT-OLD-NAME            PIC X(20).
         05 WS-EVT-OLD-TERR            PIC X(2).
         05 WS-EVT-OLD-OFFICE          PIC X(2).
         05 WS-EVT-OLD-SALARY          PIC 9(6).
         05 WS-EVT-OLD-SSN             PIC X(9).
       01 WS-EVT-NEW.
         05 WS-EVT-NEW-EMP-NO          PIC 9(5).
         05 WS-EVT-NEW-NAME            PIC X(20).
         05 WS-EVT-NEW-TERR            PIC X(2).
         05 WS-EVT-NEW-OFFICE          PIC X(2).
         05 WS-EVT-NEW-SALARY          PIC 9(6).
         05 WS-EVT-NEW-SSN             PIC X(9).

       *> one row per territory/office, kept in territory/office order
       01 WS-LOCATION-TABLE.
         05 WS-LOC-COUNT               PIC 9(3) VALUE ZERO.
         05 WS-LOC-ENTRY OCCURS 200 TIMES.
           10 WS-LOC-TERR              PIC X(2).
           10 WS-LOC-OFFICE            PIC X(2).
           10 WS-LOC-OPEN              PIC 9(5).
           10 WS-LOC-HIRES             PIC 9(5).
           10 WS-LOC-SEPS              PIC 9(5).
           10 WS-LOC-XFER-IN           PIC 9(5).
           10 WS-LOC-XFER-OUT          PIC 9(5).
           10 WS-LOC-SAL-CHANGES       PIC 9(5).
           10 WS-LOC-GAINED            PIC 9(9).
           10 WS-LOC-LOST              PIC 9(9).
       01 WS-LOC-SUB                   PIC 9(3) VALUE ZERO.
       01 WS-LOC-INS-SUB               PIC 9(3) VALUE ZERO.
       01 WS-LOC-FOUND-SW              PIC X(3) VALUE 'NO '.
         88 WS-LOC-FOUND               VALUE 'YES'.
       01 WS-LOC-WANT-TERR             PIC X(2) VALUE SPACES.
       01 WS-LOC-WANT-OFFICE           PIC X(2) VALUE SPACES.

       *> one set of counters is printed for each office, territory
       *> and the company
       01 WS-PRINT-TOTALS.
         05 WS-PRT-OPEN                PIC 9(5).
         05 WS-PRT-HIRES               PIC 9(5).
         05 WS-PRT-SEPS                PIC 9(5).
         05 WS-PRT-XFER-IN             PIC 9(5).
         05 WS-PRT-XFER-OUT            PIC 9(5).
         05 WS-PRT-SAL-CHANGES         PIC 9(5).
         05 WS-PRT-GAINED              PIC 9(9).
         05 WS-PRT-LOST                PIC 9(9).
       01 WS-TERR-TOTALS.
         05 WS-TRT-OPEN                PIC 9(5) VALUE ZERO.
         05 WS-TRT-HIRES               PIC 9(5) VALUE ZERO.
         05 WS-TRT-SEPS                PIC 9(5) VALUE ZERO.
         05 WS-TRT-XFER-IN             PIC 9(5) VALUE ZERO.
         05 WS-TRT-XFER-OUT            PIC 9(5) VALUE ZERO.
         05 WS-TRT-SAL-CHANGES         PIC 9(5) VALUE ZERO.
         05 WS-TRT-GAINED              PIC 9(9) VALUE ZERO.
         05 WS-TRT-LOST                PIC 9(9) VALUE ZERO.
       01 WS-GRAND-TOTALS.
         05 WS-GRT-OPEN                PIC 9(5) VALUE ZERO.
         05 WS-GRT-HIRES               PIC 9(5) VALUE ZERO.
         05 WS-GRT-SEPS                PIC 9(5) VALUE ZERO.
         05 WS-GRT-XFER-IN             PIC 9(5) VALUE ZERO.
         05 WS-GRT-XFER-OUT            PIC 9(5) VALUE ZERO.
         05 WS-GRT-SAL-CHANGES         PIC 9(5) VALUE ZERO.
         05 WS-GRT-GAINED              PIC 9(9) VALUE ZERO.
         05 WS-GRT-LOST                PIC 9(9) VALUE ZERO.
       01 WS-PRT-CLOSE                 PIC 9(5) VALUE ZERO.
       01 WS-PRT-TURNOVER              PIC 9(3)V9 VALUE ZERO.
       01 WS-PREV-TERR                 PIC X(2) VALUE SPACES.
       01 WS-SAL-DELTA                 PIC S9(7) VALUE ZERO.
       01 WS-EVENT-COUNT               PIC 9(5) VALUE ZERO.

       01 TURNOVER-TITLE-LINE.
         05 FILLER PIC X(40) VALUE
           ' HEADCOUNT MOVEMENT AND TURNOVER REPORT '.
         05 FILLER PIC X(6) VALUE 'DATE: '.
         05 TTL-DATE PIC 9(6).
         05 FILLER PIC X(38) VALUE SPACES.

       01 TURNOVER-BASIS-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 TBL-TEXT PIC X(50).
         05 TBL-FROM PIC X(8).
         05 TBL-THRU PIC X(6).
         05 TBL-TO PIC X(8).
         05 FILLER PIC X(17) VALUE SPACES.

       01 CHANGE-HEADING-LINE.
         05 FILLER PIC X(45) VALUE
           ' EMP NO  NAME                  CHANGE      FR'.
         05 FILLER PIC X(45) VALUE
           'OM   TO     OLD SAL  NEW SAL  DATE          '.

       01 CHANGE-DETAIL-LINE.
         05 FILLER PIC X(2) VALUE SPACES.
         05 CHG-EMP-NO PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 CHG-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 CHG-CLASS PIC X(10).
         05 FILLER PIC X(2) VALUE SPACES.
         05 CHG-FROM PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 CHG-TO PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 CHG-OLD-SAL PIC ZZZ,ZZ9 BLANK WHEN ZERO.
         05 FILLER PIC X(2) VALUE SPACES.
         05 CHG-NEW-SAL PIC ZZZ,ZZ9 BLANK WHEN ZERO.
         05 FILLER PIC X(2) VALUE SPACES.
         05 CHG-DATE PIC X(6).
         05 FILLER PIC X(7) VALUE SPACES.

       01 CHANGE-NONE-LINE.
         05 FILLER PIC X(40) VALUE
           '  NO HEADCOUNT OR SALARY MOVEMENT FOUND '.
         05 FILLER PIC X(50) VALUE SPACES.

       01 SUMMARY-HEADING-LINE.
         05 FILLER PIC X(48) VALUE
           ' TR OF  OPEN HIRES  SEPS  X-IN X-OUT CLOSE SALCH'.
         05 FILLER PIC X(31) VALUE
           '  TURN%    $ GAINED      $ LOST'.
         05 FILLER PIC X(11) VALUE SPACES.

       01 SUMMARY-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 SUM-LOC.
           10 SUM-TERR PIC X(2).
           10 FILLER PIC X(1).
           10 SUM-OFFICE PIC X(2).
         05 FILLER PIC X(1) VALUE SPACE.
         05 SUM-OPEN PIC ZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 SUM-HIRES PIC ZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 SUM-SEPS PIC ZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 SUM-XFER-IN PIC ZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 SUM-XFER-OUT PIC ZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 SUM-CLOSE PIC ZZZZ9.
         05 FILLER PIC X(1) VALUE SPACE.
         05 SUM-SAL-CHANGES PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 SUM-TURNOVER PIC ZZ9.9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 SUM-GAINED PIC ZZ,ZZZ,ZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 SUM-LOST PIC ZZ,ZZZ,ZZ9.
         05 FILLER PIC X(11) VALUE SPACES.

       01 TURNOVER-BLANK-LINE PIC X(90) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 105-READ-CONTROL
           PERFORM 110-LOAD-OPENING
           OPEN OUTPUT TURNOVER-RPT
           MOVE WS-RUN-DATE TO TTL-DATE
           WRITE TURNOVER-LINE FROM TURNOVER-TITLE-LINE
           MOVE SPACES TO TBL-FROM TBL-THRU TBL-TO
           IF WS-AUDIT-BASIS
               MOVE 'BASIS: OPENING MASTER PLUS MAINTENANCE AUDIT FROM '
                 TO TBL-TEXT
               MOVE WS-FROM-DATE TO TBL-FROM
               MOVE ' THRU ' TO TBL-THRU
               MOVE WS-TO-DATE TO TBL-TO
           ELSE
               MOVE 'BASIS: OPENING MASTER COMPARED TO CURRENT MASTER'
                 TO TBL-TEXT
           END-IF
           WRITE TURNOVER-LINE FROM TURNOVER-BASIS-LINE
           WRITE TURNOVER-LINE FROM TURNOVER-BLANK-LINE
           WRITE TURNOVER-LINE FROM CHANGE-HEADING-LINE
           IF WS-AUDIT-BASIS
               PERFORM 200-SCAN-AUDIT
           ELSE
               PERFORM 150-COMPARE-GENERATIONS
           END-IF
           IF WS-EVENT-COUNT = ZERO
               WRITE TURNOVER-LINE FROM CHANGE-NONE-LINE
           END-IF
           PERFORM 400-PRINT-SUMMARY
           CLOSE TURNOVER-RPT
           DISPLAY 'TURNOVER - HIRES: ' WS-GRT-HIRES
             ' SEPARATIONS: ' WS-GRT-SEPS
             ' TRANSFERS: ' WS-GRT-XFER-IN
             ' SALARY CHANGES: ' WS-GRT-SAL-CHANGES
           goback.

       105-READ-CONTROL.
           OPEN INPUT TURNOVER-CONTROL
           READ TURNOVER-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF TC-AUDIT-BASIS
                       MOVE 'A' TO WS-BASIS
                       IF TC-FROM-DATE NUMERIC
                           MOVE TC-FROM-DATE TO WS-FROM-DATE
                       END-IF
                       IF TC-TO-DATE NUMERIC AND TC-TO-DATE > ZERO
                           MOVE TC-TO-DATE TO WS-TO-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE TURNOVER-CONTROL.

       *> the opening generation sets every office's opening headcount
       110-LOAD-OPENING.
           OPEN INPUT OPENING-MASTER
           PERFORM UNTIL WS-OPN-MORE-RECORDS = 'NO '
               READ OPENING-MASTER
                   AT END
                       MOVE 'NO ' TO WS-OPN-MORE-RECORDS
                   NOT AT END
                       IF WS-OPN-COUNT = 999
                           DISPLAY 'OPENING TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-OPN-COUNT
                       MOVE OPN-IMAGE TO WS-OPN-IMAGE(WS-OPN-COUNT)
                       MOVE 'N' TO WS-OPN-SEEN(WS-OPN-COUNT)
                       MOVE WS-OPN-TERR(WS-OPN-COUNT)
                         TO WS-LOC-WANT-TERR
                       MOVE WS-OPN-OFFICE(WS-OPN-COUNT)
                         TO WS-LOC-WANT-OFFICE
                       PERFORM 500-FIND-LOCATION
                       ADD 1 TO WS-LOC-OPEN(WS-LOC-SUB)
               END-READ
           END-PERFORM
           CLOSE OPENING-MASTER.

       *> net movement between the two generations - anyone hired and
       *> gone again inside the period never shows on this basis
       150-COMPARE-GENERATIONS.
           MOVE SPACES TO CHG-DATE
           OPEN INPUT IN-SALARY-FILE
           PERFORM UNTIL MORE-RECORDS = 'NO '
               READ IN-SALARY-FILE
                   AT END
                       MOVE 'NO ' TO MORE-RECORDS
                   NOT AT END
                       PERFORM 160-COMPARE-ONE
               END-READ
           END-PERFORM
           CLOSE IN-SALARY-FILE
           PERFORM VARYING WS-OPN-SUB FROM 1 BY 1
             UNTIL WS-OPN-SUB > WS-OPN-COUNT
               IF WS-OPN-SEEN(WS-OPN-SUB) = 'N'
                   MOVE WS-OPN-IMAGE(WS-OPN-SUB) TO WS-EVT-OLD
                   MOVE SPACES TO WS-EVT-NEW
                   PERFORM 300-CLASSIFY-CHANGE
               END-IF
           END-PERFORM.

       160-COMPARE-ONE.
           MOVE ZEROS TO WS-OPN-FOUND-SUB
           PERFORM VARYING WS-OPN-SUB FROM 1 BY 1
             UNTIL WS-OPN-SUB > WS-OPN-COUNT
               IF WS-OPN-EMP-NO(WS-OPN-SUB) = IN-EMPLOYEE-NUMBER
                 AND WS-OPN-SEEN(WS-OPN-SUB) = 'N'
                   MOVE WS-OPN-SUB TO WS-OPN-FOUND-SUB
                   MOVE WS-OPN-COUNT TO WS-OPN-SUB
               END-IF
           END-PERFORM
           MOVE PYROL-MSTR(1:44) TO WS-EVT-NEW
           IF WS-OPN-FOUND-SUB = ZEROS
               MOVE SPACES TO WS-EVT-OLD
           ELSE
               MOVE 'Y' TO WS-OPN-SEEN(WS-OPN-FOUND-SUB)
               MOVE WS-OPN-IMAGE(WS-OPN-FOUND-SUB) TO WS-EVT-OLD
           END-IF
           PERFORM 300-CLASSIFY-CHANGE.

       *> every applied add, change and terminate in the range counts,
       *> so a person moved twice is two transfers; queued and
       *> cancelled future-dated entries have not happened yet
       200-SCAN-AUDIT.
           OPEN INPUT MAINT-AUDIT-FILE
           PERFORM UNTIL WS-AUD-MORE-RECORDS = 'NO '
               READ MAINT-AUDIT-FILE
                   AT END
                       MOVE 'NO ' TO WS-AUD-MORE-RECORDS
                   NOT AT END
                       PERFORM 210-SCAN-ONE-AUDIT
               END-READ
           END-PERFORM
           CLOSE MAINT-AUDIT-FILE.

       210-SCAN-ONE-AUDIT.
           COMPUTE WS-AUD-CCYYMMDD = 20000000 + AUD-DATE
           IF WS-AUD-CCYYMMDD >= WS-FROM-DATE
             AND WS-AUD-CCYYMMDD <= WS-TO-DATE
             AND (AUD-ACTION = 'A' OR AUD-ACTION = 'C'
               OR AUD-ACTION = 'T')
               MOVE AUD-DATE TO CHG-DATE
               MOVE AUD-BEFORE-IMAGE TO WS-EVT-OLD
               MOVE AUD-AFTER-IMAGE TO WS-EVT-NEW
               PERFORM 300-CLASSIFY-CHANGE
           END-IF.

       300-CLASSIFY-CHANGE.
           MOVE ZERO TO CHG-OLD-SAL CHG-NEW-SAL
           EVALUATE TRUE
               WHEN WS-EVT-OLD = SPACES
                   PERFORM 310-RECORD-HIRE
               WHEN WS-EVT-NEW = SPACES
                   PERFORM 320-RECORD-SEPARATION
               WHEN OTHER
                   IF WS-EVT-NEW-TERR NOT = WS-EVT-OLD-TERR
                     OR WS-EVT-NEW-OFFICE NOT = WS-EVT-OLD-OFFICE
                       PERFORM 330-RECORD-TRANSFER
                   END-IF
                   IF WS-EVT-NEW-SALARY NOT = WS-EVT-OLD-SALARY
                       PERFORM 340-RECORD-SALARY-CHANGE
                   END-IF
           END-EVALUATE.

       310-RECORD-HIRE.
           MOVE WS-EVT-NEW-TERR TO WS-LOC-WANT-TERR
           MOVE WS-EVT-NEW-OFFICE TO WS-LOC-WANT-OFFICE
           PERFORM 500-FIND-LOCATION
           ADD 1 TO WS-LOC-HIRES(WS-LOC-SUB)
           ADD WS-EVT-NEW-SALARY TO WS-LOC-GAINED(WS-LOC-SUB)
           MOVE WS-EVT-NEW-EMP-NO TO CHG-EMP-NO
           MOVE WS-EVT-NEW-NAME TO CHG-NAME
           MOVE 'HIRE' TO CHG-CLASS
           MOVE SPACES TO CHG-FROM
           PERFORM 350-FORMAT-TO
           MOVE WS-EVT-NEW-SALARY TO CHG-NEW-SAL
           PERFORM 390-WRITE-CHANGE.

       320-RECORD-SEPARATION.
           MOVE WS-EVT-OLD-TERR TO WS-LOC-WANT-TERR
           MOVE WS-EVT-OLD-OFFICE TO WS-LOC-WANT-OFFICE
           PERFORM 500-FIND-LOCATION
           ADD 1 TO WS-LOC-SEPS(WS-LOC-SUB)
           ADD WS-EVT-OLD-SALARY TO WS-LOC-LOST(WS-LOC-SUB)
           MOVE WS-EVT-OLD-EMP-NO TO CHG-EMP-NO
           MOVE WS-EVT-OLD-NAME TO CHG-NAME
           MOVE 'SEPARATION' TO CHG-CLASS
           PERFORM 355-FORMAT-FROM
           MOVE SPACES TO CHG-TO
           MOVE WS-EVT-OLD-SALARY TO CHG-OLD-SAL
           PERFORM 390-WRITE-CHANGE.

       *> a transfer moves the old salary between offices; any raise
       *> given with it is counted as a salary change at the new office
       330-RECORD-TRANSFER.
           MOVE WS-EVT-OLD-TERR TO WS-LOC-WANT-TERR
           MOVE WS-EVT-OLD-OFFICE TO WS-LOC-WANT-OFFICE
           PERFORM 500-FIND-LOCATION
           ADD 1 TO WS-LOC-XFER-OUT(WS-LOC-SUB)
           ADD WS-EVT-OLD-SALARY TO WS-LOC-LOST(WS-LOC-SUB)
           MOVE WS-EVT-NEW-TERR TO WS-LOC-WANT-TERR
           MOVE WS-EVT-NEW-OFFICE TO WS-LOC-WANT-OFFICE
           PERFORM 500-FIND-LOCATION
           ADD 1 TO WS-LOC-XFER-IN(WS-LOC-SUB)
           ADD WS-EVT-OLD-SALARY TO WS-LOC-GAINED(WS-LOC-SUB)
           MOVE WS-EVT-NEW-EMP-NO TO CHG-EMP-NO
           MOVE WS-EVT-NEW-NAME TO CHG-NAME
           MOVE 'TRANSFER' TO CHG-CLASS
           PERFORM 355-FORMAT-FROM
           PERFORM 350-FORMAT-TO
           MOVE WS-EVT-OLD-SALARY TO CHG-OLD-SAL
           MOVE ZERO TO CHG-NEW-SAL
           PERFORM 390-WRITE-CHANGE.

       340-RECORD-SALARY-CHANGE.
           MOVE WS-EVT-NEW-TERR TO WS-LOC-WANT-TERR
           MOVE WS-EVT-NEW-OFFICE TO WS-LOC-WANT-OFFICE
           PERFORM 500-FIND-LOCATION
           ADD 1 TO WS-LOC-SAL-CHANGES(WS-LOC-SUB)
           COMPUTE WS-SAL-DELTA = WS-EVT-NEW-SALARY - WS-EVT-OLD-SALARY
           IF WS-SAL-DELTA > ZERO
               ADD WS-SAL-DELTA TO WS-LOC-GAINED(WS-LOC-SUB)
           ELSE
               SUBTRACT WS-SAL-DELTA FROM WS-LOC-LOST(WS-LOC-SUB)
           END-IF
           MOVE WS-EVT-NEW-EMP-NO TO CHG-EMP-NO
           MOVE WS-EVT-NEW-NAME TO CHG-NAME
           MOVE 'SALARY' TO CHG-CLASS
           MOVE SPACES TO CHG-FROM
           PERFORM 350-FORMAT-TO
           MOVE WS-EVT-OLD-SALARY TO CHG-OLD-SAL
           MOVE WS-EVT-NEW-SALARY TO CHG-NEW-SAL
           PERFORM 390-WRITE-CHANGE.

       350-FORMAT-TO.
           MOVE SPACES TO CHG-TO
           STRING WS-EVT-NEW-TERR '/' WS-EVT-NEW-OFFICE
             DELIMITED BY SIZE INTO CHG-TO.

       355-FORMAT-FROM.
           MOVE SPACES TO CHG-FROM
           STRING WS-EVT-OLD-TERR '/' WS-EVT-OLD-OFFICE
             DELIMITED BY SIZE INTO CHG-FROM.

       390-WRITE-CHANGE.
           ADD 1 TO WS-EVENT-COUNT
           WRITE TURNOVER-LINE FROM CHANGE-DETAIL-LINE.

       *> office lines with a territory subtotal at each change of
       *> territory, then the company line
       400-PRINT-SUMMARY.
           WRITE TURNOVER-LINE FROM TURNOVER-BLANK-LINE
           WRITE TURNOVER-LINE FROM SUMMARY-HEADING-LINE
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
             UNTIL WS-LOC-SUB > WS-LOC-COUNT
               IF WS-LOC-SUB > 1
                 AND WS-LOC-TERR(WS-LOC-SUB) NOT = WS-PREV-TERR
                   PERFORM 420-PRINT-TERR-TOTAL
               END-IF
               MOVE WS-LOC-TERR(WS-LOC-SUB) TO WS-PREV-TERR
               MOVE WS-LOC-OPEN(WS-LOC-SUB) TO WS-PRT-OPEN
               MOVE WS-LOC-HIRES(WS-LOC-SUB) TO WS-PRT-HIRES
               MOVE WS-LOC-SEPS(WS-LOC-SUB) TO WS-PRT-SEPS
               MOVE WS-LOC-XFER-IN(WS-LOC-SUB) TO WS-PRT-XFER-IN
               MOVE WS-LOC-XFER-OUT(WS-LOC-SUB) TO WS-PRT-XFER-OUT
               MOVE WS-LOC-SAL-CHANGES(WS-LOC-SUB)
                 TO WS-PRT-SAL-CHANGES
               MOVE WS-LOC-GAINED(WS-LOC-SUB) TO WS-PRT-GAINED
               MOVE WS-LOC-LOST(WS-LOC-SUB) TO WS-PRT-LOST
               ADD WS-LOC-OPEN(WS-LOC-SUB) TO WS-TRT-OPEN
               ADD WS-LOC-HIRES(WS-LOC-SUB) TO WS-TRT-HIRES
               ADD WS-LOC-SEPS(WS-LOC-SUB) TO WS-TRT-SEPS
               ADD WS-LOC-XFER-IN(WS-LOC-SUB) TO WS-TRT-XFER-IN
               ADD WS-LOC-XFER-OUT(WS-LOC-SUB) TO WS-TRT-XFER-OUT
               ADD WS-LOC-SAL-CHANGES(WS-LOC-SUB)
                 TO WS-TRT-SAL-CHANGES
               ADD WS-LOC-GAINED(WS-LOC-SUB) TO WS-TRT-GAINED
               ADD WS-LOC-LOST(WS-LOC-SUB) TO WS-TRT-LOST
               MOVE SPACES TO SUM-LOC
               MOVE WS-LOC-TERR(WS-LOC-SUB) TO SUM-TERR
               MOVE WS-LOC-OFFICE(WS-LOC-SUB) TO SUM-OFFICE
               PERFORM 450-WRITE-SUMMARY-LINE
           END-PERFORM
           IF WS-LOC-COUNT > ZERO
               PERFORM 420-PRINT-TERR-TOTAL
           END-IF
           MOVE WS-GRAND-TOTALS TO WS-PRINT-TOTALS
           MOVE 'ALL' TO SUM-LOC
           PERFORM 450-WRITE-SUMMARY-LINE.

       420-PRINT-TERR-TOTAL.
           MOVE WS-TERR-TOTALS TO WS-PRINT-TOTALS
           MOVE SPACES TO SUM-LOC
           MOVE WS-PREV-TERR TO SUM-TERR
           MOVE '**' TO SUM-OFFICE
           PERFORM 450-WRITE-SUMMARY-LINE
           WRITE TURNOVER-LINE FROM TURNOVER-BLANK-LINE
           ADD WS-TRT-OPEN TO WS-GRT-OPEN
           ADD WS-TRT-HIRES TO WS-GRT-HIRES
           ADD WS-TRT-SEPS TO WS-GRT-SEPS
           ADD WS-TRT-XFER-IN TO WS-GRT-XFER-IN
           ADD WS-TRT-XFER-OUT TO WS-GRT-XFER-OUT
           ADD WS-TRT-SAL-CHANGES TO WS-GRT-SAL-CHANGES
           ADD WS-TRT-GAINED TO WS-GRT-GAINED
           ADD WS-TRT-LOST TO WS-GRT-LOST
           INITIALIZE WS-TERR-TOTALS.

       *> closing headcount is worked forward from the opening count;
       *> turnover is separations over the average of opening and
       *> closing headcount
       450-WRITE-SUMMARY-LINE.
           COMPUTE WS-PRT-CLOSE = WS-PRT-OPEN + WS-PRT-HIRES
             - WS-PRT-SEPS + WS-PRT-XFER-IN - WS-PRT-XFER-OUT
           IF WS-PRT-OPEN + WS-PRT-CLOSE = ZERO
               MOVE ZERO TO WS-PRT-TURNOVER
           ELSE
               COMPUTE WS-PRT-TURNOVER ROUNDED =
                 WS-PRT-SEPS * 200 / (WS-PRT-OPEN + WS-PRT-CLOSE)
           END-IF
           MOVE WS-PRT-OPEN TO SUM-OPEN
           MOVE WS-PRT-HIRES TO SUM-HIRES
           MOVE WS-PRT-SEPS TO SUM-SEPS
           MOVE WS-PRT-XFER-IN TO SUM-XFER-IN
           MOVE WS-PRT-XFER-OUT TO SUM-XFER-OUT
           MOVE WS-PRT-CLOSE TO SUM-CLOSE
           MOVE WS-PRT-SAL-CHANGES TO SUM-SAL-CHANGES
           MOVE WS-PRT-TURNOVER TO SUM-TURNOVER
           MOVE WS-PRT-GAINED TO SUM-GAINED
           MOVE WS-PRT-LOST TO SUM-LOST
           WRITE TURNOVER-LINE FROM SUMMARY-LINE.

       *> finds the row for WS-LOC-WANT-TERR/OFFICE, opening a new one
       *> in territory/office order when this is its first appearance
       500-FIND-LOCATION.
           MOVE 'NO ' TO WS-LOC-FOUND-SW
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
             UNTIL WS-LOC-SUB > WS-LOC-COUNT
               IF WS-LOC-TERR(WS-LOC-SUB) = WS-LOC-WANT-TERR
                 AND WS-LOC-OFFICE(WS-LOC-SUB) = WS-LOC-WANT-OFFICE
                   SET WS-LOC-FOUND TO TRUE
                   MOVE WS-LOC-SUB TO WS-LOC-INS-SUB
                   MOVE WS-LOC-COUNT TO WS-LOC-SUB
               END-IF
           END-PERFORM
           IF WS-LOC-FOUND
               MOVE WS-LOC-INS-SUB TO WS-LOC-SUB
           ELSE
               IF WS-LOC-COUNT = 200
                   DISPLAY 'LOCATION TABLE FULL - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               MOVE WS-LOC-COUNT TO WS-LOC-SUB
               ADD 1 TO WS-LOC-COUNT
               MOVE WS-LOC-COUNT TO WS-LOC-INS-SUB
               PERFORM UNTIL WS-LOC-SUB = ZERO
                   IF WS-LOC-TERR(WS-LOC-SUB) < WS-LOC-WANT-TERR
                     OR (WS-LOC-TERR(WS-LOC-SUB) = WS-LOC-WANT-TERR
                       AND WS-LOC-OFFICE(WS-LOC-SUB)
                         < WS-LOC-WANT-OFFICE)
                       MOVE ZERO TO WS-LOC-SUB
                   ELSE
                       MOVE WS-LOC-ENTRY(WS-LOC-SUB)
                         TO WS-LOC-ENTRY(WS-LOC-INS-SUB)
                       MOVE WS-LOC-SUB TO WS-LOC-INS-SUB
                       SUBTRACT 1 FROM WS-LOC-SUB
                   END-IF
               END-PERFORM
               MOVE WS-LOC-INS-SUB TO WS-LOC-SUB
               INITIALIZE WS-LOC-ENTRY(WS-LOC-SUB)
               MOVE WS-LOC-WANT-TERR TO WS-LOC-TERR(WS-LOC-SUB)
               MOVE WS-LOC-WANT-OFFICE TO WS-LOC-OFFICE(WS-LOC-SUB)
           END-IF.

       end program Turnover.
