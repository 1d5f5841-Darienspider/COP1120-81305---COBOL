       'CH6EMPMAINTAUDIT'
       organization IS LINE sequential.

       *> the same audit records appended run after run - the
       *> maintenance history Turnover reports a date range from
       SELECT OPTIONAL MAINT-HISTORY-FILE
       ASSIGN TO
       'CH6EMPMAINTHIST'
       organization IS LINE sequential.

       SELECT MAINT-ERROR-FILE
       ASSIGN TO
       'CH6EMPMAINTERRORS'
       ASSIGN TO 'CHOPERATORS'
       organization IS LINE sequential.

       *> the business date operations set for each night's run -
       *> decides which pending changes have come due
       SELECT OPTIONAL RUN-DATE-FILE
       ASSIGN TO 'CH6RUNDATE'
       organization IS LINE sequential.

       *> future-dated transactions waiting for their effective date
       SELECT OPTIONAL PENDING-FILE
       ASSIGN TO 'CH6PENDING'
       organization IS LINE sequential.

       *> what is still pending after this run - operations copies
       *> this over CH6PENDING along with the new master
       SELECT NEW-PENDING-FILE
       ASSIGN TO 'CH6PENDINGNEW'
       organization IS LINE sequential.

       SELECT PENDING-REPORT-FILE
       ASSIGN TO 'CH6PENDINGRPT'
       organization IS LINE sequential.

       *> organization hierarchy shared with ch4 and ch10 - the
       *> territory/office keyed must be in force on the change's
       *> effective date
       SELECT ORG-MASTER
       ASSIGN TO 'CHORGMASTER'
       organization IS LINE sequential.

       data division.
       FILE SECTION.

           88 TRN-ADD                  VALUE 'A'.
           88 TRN-CHANGE               VALUE 'C'.
           88 TRN-TERMINATE            VALUE 'T'.
           88 TRN-CANCEL               VALUE 'X'.
         05 TRN-EMP-NO                 PIC 9(5).
         05 TRN-EMP-NAME               PIC X(20).
         05 TRN-TERR                   PIC X(2).
         05 TRN-ANN-SALARY             PIC 9(6).
         05 TRN-SSN                    PIC X(9).
         05 TRN-USER-ID                PIC X(8).
         *> blank or zero applies now; a later date is held pending.
         *> on a cancel it picks the pending change to drop - blank
         *> drops every pending change for the employee
         05 TRN-EFF-DATE               PIC 9(8).

       FD IN-SALARY-FILE RECORDING MODE IS F.
       01 PYROL-MSTR.
         05 FILLER                     PIC X(1).
         05 AUD-OPERATOR-ID            PIC X(8).

       FD MAINT-HISTORY-FILE RECORDING MODE IS F.
       01 MAINT-HISTORY-REC            PIC X(122).

       FD OPERATOR-ID-FILE RECORDING MODE IS F.
       01 OPERATOR-ID-REC.
         05 OP-ID-IN                   PIC X(8).
         05 FILLER                     PIC X(1).
         05 OPR-ACTIONS                PIC X(4).

       FD RUN-DATE-FILE RECORDING MODE IS F.
       01 RUN-DATE-REC.
         05 RD-BUSINESS-DATE           PIC 9(8).
         05 FILLER                     PIC X(1).
         05 RD-RERUN-AUTH              PIC X(1).

       FD PENDING-FILE RECORDING MODE IS F.
       01 PENDING-REC.
         05 PND-EFF-DATE               PIC 9(8).
         05 FILLER                     PIC X(1).
         05 PND-TRANS                  PIC X(53).
         05 FILLER                     PIC X(1).
         05 PND-QUEUED-DATE            PIC 9(8).
         05 FILLER                     PIC X(1).
         05 PND-QUEUED-BY              PIC X(8).

       FD NEW-PENDING-FILE RECORDING MODE IS F.
       01 NEW-PENDING-REC              PIC X(80).

       FD PENDING-REPORT-FILE RECORDING MODE IS F.
       01 PENDING-REPORT-LINE          PIC X(80).

       FD ORG-MASTER RECORDING MODE IS F.
       01 ORG-MASTER-REC.
         05 ORG-LEVEL                  PIC X(1).
         05 ORG-CODE                   PIC X(4).
         05 ORG-EFF-DATE               PIC 9(8).
         05 ORG-STATUS                 PIC X(1).
         05 ORG-PARENT                 PIC X(4).
         05 ORG-NAME                   PIC X(20).
         05 ORG-MANAGER                PIC X(20).

       FD MAINT-ERROR-FILE RECORDING MODE IS F.
       01 MAINT-ERROR-REC.
         05 ERR-ACTION                 PIC X(1).
           88 WS-EDITS-OK              VALUE 'YES'.
         05 WS-BAD-SSN-SW              PIC X(3) VALUE 'NO '.
           88 WS-BAD-SSN               VALUE 'YES'.
         05 WS-PND-MORE-RECORDS        PIC X(3) VALUE 'YES'.
         05 WS-APPLYING-PENDING-SW     PIC X(3) VALUE 'NO '.
           88 WS-APPLYING-PENDING      VALUE 'YES'.
         05 WS-PND-MATCH-SW            PIC X(3) VALUE 'NO '.
           88 WS-PND-MATCH             VALUE 'YES'.
         05 WS-QUEUEING-SW             PIC X(3) VALUE 'NO '.
           88 WS-QUEUEING              VALUE 'YES'.

       01 WS-BUSINESS-DATE             PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-END-DATE           PIC 9(8) VALUE ZERO.
       01 WS-WINDOW-END-R REDEFINES WS-WINDOW-END-DATE.
         05 WS-WIN-YYYY                PIC 9(4).
         05 WS-WIN-MM                  PIC 9(2).
         05 WS-WIN-DD                  PIC 9(2).
       01 WS-WINDOW-DAYS               PIC 9(3) VALUE 30.
       01 WS-WIN-DAYS-LEFT             PIC 9(3) VALUE ZERO.
       01 WS-WIN-MONTH-END             PIC 9(2) VALUE ZERO.
       01 WS-WIN-QUOTIENT              PIC 9(4) VALUE ZERO.
       01 WS-WIN-REMAINDER             PIC 9(1) VALUE ZERO.
       01 WS-MONTH-DAYS-TABLE VALUE '312831303130313130313031'.
         05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
       01 WS-TODAY-CCYYMMDD            PIC 9(8) VALUE ZERO.
       01 WS-EFF-DATE                  PIC 9(8) VALUE ZERO.
       01 WS-EFF-DATE-R REDEFINES WS-EFF-DATE.
         05 WS-EFF-YYYY                PIC 9(4).
         05 WS-EFF-MM                  PIC 9(2).
         05 WS-EFF-DD                  PIC 9(2).
       01 WS-EFF-MONTH-END             PIC 9(2) VALUE ZERO.
       01 WS-EFF-QUOTIENT              PIC 9(4) VALUE ZERO.
       01 WS-EFF-REMAINDER             PIC 9(1) VALUE ZERO.
       01 WS-EFF-DATE-OK-SW            PIC X(3) VALUE 'NO '.
         88 WS-EFF-DATE-OK             VALUE 'YES'.

       *> every office version on the organization master, so a
       *> change keyed ahead is edited against the hierarchy in force
       *> on its own effective date
       01 WS-ORG-TABLE.
         05 WS-ORG-COUNT               PIC 9(3) VALUE ZERO.
         05 WS-ORG-ENTRY OCCURS 500 TIMES.
           10 WS-ORG-CODE              PIC X(4).
           10 WS-ORG-EFF-DATE          PIC 9(8).
           10 WS-ORG-STATUS            PIC X(1).
       01 WS-ORG-SUB                   PIC 9(3) VALUE ZERO.
       01 WS-ORG-MORE-RECORDS          PIC X(3) VALUE 'YES'.
       01 WS-ORG-CHECK-DATE            PIC 9(8) VALUE ZERO.
       01 WS-ORG-BEST-EFF              PIC 9(8) VALUE ZERO.
       01 WS-ORG-BEST-STATUS           PIC X(1) VALUE SPACE.
       01 WS-ORG-KEY-CODE.
         05 WS-ORG-KEY-TERR            PIC X(2) VALUE SPACES.
         05 WS-ORG-KEY-OFFICE          PIC X(2) VALUE SPACES.

       *> the pending-changes file held in core in effective-date
       *> order; applied and cancelled entries are dropped when the
       *> new pending file is written
       01 WS-PENDING-TABLE.
         05 WS-PND-COUNT               PIC 9(3) VALUE ZERO.
         05 WS-PND-ENTRY OCCURS 500 TIMES.
           10 WS-PND-EFF-DATE          PIC 9(8).
           10 WS-PND-TRANS             PIC X(53).
           10 WS-PND-TRANS-SPLIT REDEFINES WS-PND-TRANS.
             15 WS-PND-ACTION          PIC X(1).
             15 WS-PND-EMP-NO          PIC 9(5).
             15 WS-PND-NAME            PIC X(20).
             15 WS-PND-TERR            PIC X(2).
             15 WS-PND-OFFICE          PIC X(2).
             15 WS-PND-SALARY          PIC 9(6).
             15 WS-PND-SSN             PIC X(9).
             15 WS-PND-USER-ID         PIC X(8).
           10 WS-PND-QUEUED-DATE       PIC 9(8).
           10 WS-PND-QUEUED-BY         PIC X(8).
           10 WS-PND-STATUS            PIC X(1).
       01 WS-PND-SUB                   PIC 9(3) VALUE ZERO.
       01 WS-PND-INS-SUB               PIC 9(3) VALUE ZERO.

       01 WS-NEW-PENDING-LINE.
         05 WNP-EFF-DATE               PIC 9(8).
         05 FILLER                     PIC X(1) VALUE SPACE.
         05 WNP-TRANS                  PIC X(53).
         05 FILLER                     PIC X(1) VALUE SPACE.
         05 WNP-QUEUED-DATE            PIC 9(8).
         05 FILLER                     PIC X(1) VALUE SPACE.
         05 WNP-QUEUED-BY              PIC X(8).

       01 PR-TITLE-LINE.
         05 FILLER PIC X(32) VALUE 'PENDING EMPLOYEE CHANGES DUE BY '.
         05 PRT-WINDOW-END PIC 9(8).
         05 FILLER PIC X(17) VALUE '  BUSINESS DATE: '.
         05 PRT-BUSINESS-DATE PIC 9(8).
         05 FILLER PIC X(15) VALUE SPACES.

       01 PR-COLUMN-LINE.
         05 FILLER PIC X(40) VALUE
           'EFF DATE  A  EMP NO  NAME               '.
         05 FILLER PIC X(40) VALUE
           '  TR OF   SALARY  QUEUED BY QUEUED ON   '.

       01 PR-DETAIL-LINE.
         05 PRD-EFF-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 PRD-ACTION PIC X(1).
         05 FILLER PIC X(3) VALUE SPACES.
         05 PRD-EMP-NO PIC ZZZZ9.
         05 FILLER PIC X(2) VALUE SPACES.
         05 PRD-NAME PIC X(20).
         05 FILLER PIC X(1) VALUE SPACES.
         05 PRD-TERR PIC X(2).
         05 FILLER PIC X(1) VALUE SPACES.
         05 PRD-OFFICE PIC X(2).
         05 FILLER PIC X(1) VALUE SPACES.
         05 PRD-SALARY PIC ZZZ,ZZ9 BLANK WHEN ZERO.
         05 FILLER PIC X(2) VALUE SPACES.
         05 PRD-QUEUED-BY PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 PRD-QUEUED-DATE PIC 9(8).
         05 FILLER PIC X(5) VALUE SPACES.

       01 PR-FOOT-LINE.
         05 FILLER PIC X(26) VALUE 'CHANGES DUE IN WINDOW:    '.
         05 PRF-WINDOW-COUNT PIC ZZ9.
         05 FILLER PIC X(24) VALUE '   TOTAL STILL PENDING: '.
         05 PRF-PENDING-COUNT PIC ZZ9.
         05 FILLER PIC X(24) VALUE SPACES.

       01 PR-NONE-LINE PIC X(80) VALUE
           '  NO PENDING CHANGES DUE IN THE NEXT 30 DAYS'.

       01 PR-BLANK-LINE PIC X(80) VALUE SPACES.
       01 WS-WINDOW-COUNT              PIC 9(3) VALUE ZERO.
       01 WS-STILL-PENDING             PIC 9(3) VALUE ZERO.

       *> the whole master held in core; terminations are flagged and
       *> dropped when the new master is written
         05 WS-CHANGE-COUNT            PIC 9(4) VALUE ZERO.
         05 WS-TERM-COUNT              PIC 9(4) VALUE ZERO.
         05 WS-ERROR-COUNT             PIC 9(4) VALUE ZERO.
         05 WS-QUEUED-COUNT            PIC 9(4) VALUE ZERO.
         05 WS-CANCEL-COUNT            PIC 9(4) VALUE ZERO.
         05 WS-DUE-COUNT               PIC 9(4) VALUE ZERO.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           PERFORM 095-VERIFY-OPERATOR
           PERFORM 105-READ-BUSINESS-DATE
           PERFORM 107-LOAD-ORG-MASTER
           PERFORM 110-LOAD-MASTER
           PERFORM 115-LOAD-PENDING
           OPEN INPUT EMP-TRANS-FILE
             OUTPUT MAINT-AUDIT-FILE
             OUTPUT MAINT-ERROR-FILE
           OPEN EXTEND MAINT-HISTORY-FILE
           PERFORM 120-APPLY-DUE-PENDING
           PERFORM UNTIL MORE-RECORDS = 'NO '
               READ EMP-TRANS-FILE
                   AT END
                       MOVE 'NO ' TO MORE-RECORDS
                   NOT AT END
                       PERFORM 150-ROUTE-TRANSACTION
               END-READ
           END-PERFORM
           PERFORM 300-WRITE-NEW-MASTER
           PERFORM 310-WRITE-NEW-PENDING
           PERFORM 320-PENDING-REPORT
           CLOSE EMP-TRANS-FILE MAINT-AUDIT-FILE MAINT-ERROR-FILE
             MAINT-HISTORY-FILE
           DISPLAY 'EMP MAINT - ADDS: ' WS-ADD-COUNT
             ' CHANGES: ' WS-CHANGE-COUNT
             ' TERMS: ' WS-TERM-COUNT
             ' ERRORS: ' WS-ERROR-COUNT
           DISPLAY 'EMP MAINT - PENDING APPLIED: ' WS-DUE-COUNT
             ' QUEUED: ' WS-QUEUED-COUNT
             ' CANCELLED: ' WS-CANCEL-COUNT
             ' STILL PENDING: ' WS-STILL-PENDING
           goback.

       *> the run refuses to start for an operator not authorized to
               END-PERFORM
           END-IF.

       *> no run date file means the changes due are judged against
       *> today's date
       105-READ-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-CCYYMMDD
           MOVE WS-TODAY-CCYYMMDD TO WS-BUSINESS-DATE
           OPEN INPUT RUN-DATE-FILE
           READ RUN-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RD-BUSINESS-DATE NUMERIC
                     AND RD-BUSINESS-DATE > ZERO
                       MOVE RD-BUSINESS-DATE TO WS-BUSINESS-DATE
                   END-IF
           END-READ
           CLOSE RUN-DATE-FILE
           MOVE WS-BUSINESS-DATE TO WS-WINDOW-END-DATE
           MOVE WS-WINDOW-DAYS TO WS-WIN-DAYS-LEFT
           PERFORM 106-ADD-WINDOW-DAYS.

       *> rolls WS-WINDOW-END-DATE forward WS-WIN-DAYS-LEFT calendar
       *> days
       106-ADD-WINDOW-DAYS.
           PERFORM UNTIL WS-WIN-DAYS-LEFT = 0
               MOVE WS-MONTH-DAYS(WS-WIN-MM) TO WS-WIN-MONTH-END
               IF WS-WIN-MM = 2
                   DIVIDE WS-WIN-YYYY BY 4 GIVING WS-WIN-QUOTIENT
                     REMAINDER WS-WIN-REMAINDER
                   IF WS-WIN-REMAINDER = 0
                       MOVE 29 TO WS-WIN-MONTH-END
                   END-IF
               END-IF
               IF WS-WIN-DD + WS-WIN-DAYS-LEFT > WS-WIN-MONTH-END
                   COMPUTE WS-WIN-DAYS-LEFT = WS-WIN-DAYS-LEFT -
                     (WS-WIN-MONTH-END - WS-WIN-DD) - 1
                   MOVE 1 TO WS-WIN-DD
                   IF WS-WIN-MM = 12
                       MOVE 1 TO WS-WIN-MM
                       ADD 1 TO WS-WIN-YYYY
                   ELSE
                       ADD 1 TO WS-WIN-MM
                   END-IF
               ELSE
                   ADD WS-WIN-DAYS-LEFT TO WS-WIN-DD
                   MOVE ZERO TO WS-WIN-DAYS-LEFT
               END-IF
           END-PERFORM.

       107-LOAD-ORG-MASTER.
           OPEN INPUT ORG-MASTER
           PERFORM UNTIL WS-ORG-MORE-RECORDS = 'NO '
               READ ORG-MASTER
                   AT END
                       MOVE 'NO ' TO WS-ORG-MORE-RECORDS
                   NOT AT END
                       IF ORG-LEVEL = 'O'
                           IF WS-ORG-COUNT = 500
                               DISPLAY 'ORG TABLE FULL - RUN STOPPED'
                               MOVE 12 TO RETURN-CODE
                               GOBACK
                           END-IF
                           ADD 1 TO WS-ORG-COUNT
                           MOVE ORG-CODE TO WS-ORG-CODE(WS-ORG-COUNT)
                           MOVE ORG-EFF-DATE
                             TO WS-ORG-EFF-DATE(WS-ORG-COUNT)
                           MOVE ORG-STATUS
                             TO WS-ORG-STATUS(WS-ORG-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-MASTER.

       110-LOAD-MASTER.
           OPEN INPUT IN-SALARY-FILE
           PERFORM UNTIL WS-MSTR-MORE-RECORDS = 'NO '
           END-PERFORM
           CLOSE IN-SALARY-FILE.

       115-LOAD-PENDING.
           OPEN INPUT PENDING-FILE
           PERFORM UNTIL WS-PND-MORE-RECORDS = 'NO '
               READ PENDING-FILE
                   AT END
                       MOVE 'NO ' TO WS-PND-MORE-RECORDS
                   NOT AT END
                       IF WS-PND-COUNT = 500
                           DISPLAY 'PENDING TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-PND-COUNT
                       MOVE PND-EFF-DATE
                         TO WS-PND-EFF-DATE(WS-PND-COUNT)
                       MOVE PND-TRANS TO WS-PND-TRANS(WS-PND-COUNT)
                       MOVE PND-QUEUED-DATE
                         TO WS-PND-QUEUED-DATE(WS-PND-COUNT)
                       MOVE PND-QUEUED-BY
                         TO WS-PND-QUEUED-BY(WS-PND-COUNT)
                       MOVE 'P' TO WS-PND-STATUS(WS-PND-COUNT)
               END-READ
           END-PERFORM
           CLOSE PENDING-FILE.

       *> changes whose effective date has arrived go through the same
       *> edits as tonight's transactions, oldest effective date first,
       *> under the authority of the operator who queued them
       120-APPLY-DUE-PENDING.
           SET WS-APPLYING-PENDING TO TRUE
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
             UNTIL WS-PND-SUB > WS-PND-COUNT
               IF WS-PND-STATUS(WS-PND-SUB) = 'P'
                 AND WS-PND-EFF-DATE(WS-PND-SUB) <= WS-BUSINESS-DATE
                   MOVE SPACES TO EMP-TRANS-REC
                   MOVE WS-PND-TRANS(WS-PND-SUB) TO EMP-TRANS-REC(1:53)
                   MOVE WS-PND-EFF-DATE(WS-PND-SUB) TO TRN-EFF-DATE
                   PERFORM 200-APPLY-TRANSACTION
                   MOVE 'A' TO WS-PND-STATUS(WS-PND-SUB)
                   ADD 1 TO WS-DUE-COUNT
               END-IF
           END-PERFORM
           MOVE 'NO ' TO WS-APPLYING-PENDING-SW.

       *> cancels and future-dated changes are handled here; anything
       *> effective today or earlier is applied as before
       150-ROUTE-TRANSACTION.
           EVALUATE TRUE
               WHEN TRN-CANCEL
                   PERFORM 170-CANCEL-PENDING
               WHEN TRN-EFF-DATE NUMERIC
                 AND TRN-EFF-DATE > WS-BUSINESS-DATE
                   PERFORM 160-QUEUE-TRANSACTION
               WHEN OTHER
                   PERFORM 200-APPLY-TRANSACTION
           END-EVALUATE.

       *> a future-dated change is edited and authorized when it is
       *> keyed, not just when it comes due, so the operator hears
       *> about a bad transaction tonight
       160-QUEUE-TRANSACTION.
           MOVE SPACES TO MAINT-AUDIT-REC MAINT-ERROR-REC
           MOVE 'YES' TO WS-EDITS-OK-SW
           PERFORM 097-CHECK-ACTION-AUTH
           PERFORM 162-CHECK-EFF-DATE
           EVALUATE TRUE
               WHEN NOT WS-ACTION-OK
                   MOVE 'OPERATOR NOT AUTHORIZED' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN NOT WS-EFF-DATE-OK
                   MOVE 'INVALID EFFECTIVE DATE' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN TRN-ADD OR TRN-CHANGE
                   PERFORM 220-EDIT-TRANSACTION
               WHEN TRN-TERMINATE
                   IF TRN-EMP-NO NOT NUMERIC OR TRN-EMP-NO = ZEROS
                       MOVE 'INVALID EMPLOYEE NUMBER' TO ERR-REASON
                       MOVE 'NO ' TO WS-EDITS-OK-SW
                   END-IF
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
           END-EVALUATE
           IF WS-EDITS-OK
               PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                 UNTIL WS-PND-SUB > WS-PND-COUNT
                   IF WS-PND-STATUS(WS-PND-SUB) = 'P'
                     AND WS-PND-EMP-NO(WS-PND-SUB) = TRN-EMP-NO
                     AND WS-PND-ACTION(WS-PND-SUB) = TRN-ACTION
                     AND WS-PND-EFF-DATE(WS-PND-SUB) = TRN-EFF-DATE
                       MOVE 'DUPLICATE PENDING CHANGE' TO ERR-REASON
                       MOVE 'NO ' TO WS-EDITS-OK-SW
                       MOVE WS-PND-COUNT TO WS-PND-SUB
                   END-IF
               END-PERFORM
           END-IF
           IF WS-EDITS-OK AND WS-PND-COUNT = 500
               MOVE 'PENDING TABLE FULL' TO ERR-REASON
               MOVE 'NO ' TO WS-EDITS-OK-SW
           END-IF
           IF NOT WS-EDITS-OK
               PERFORM 280-WRITE-ERROR
           ELSE
               PERFORM 165-INSERT-PENDING
               ADD 1 TO WS-QUEUED-COUNT
               MOVE SPACES TO AUD-BEFORE-IMAGE
               MOVE EMP-TRANS-REC(2:44) TO AUD-AFTER-IMAGE
               SET WS-QUEUEING TO TRUE
               PERFORM 290-WRITE-AUDIT
               MOVE 'NO ' TO WS-QUEUEING-SW
           END-IF.

       *> the effective date must be a real calendar date
       162-CHECK-EFF-DATE.
           MOVE 'NO ' TO WS-EFF-DATE-OK-SW
           IF TRN-EFF-DATE NUMERIC
               MOVE TRN-EFF-DATE TO WS-EFF-DATE
               IF WS-EFF-YYYY > ZERO
                 AND WS-EFF-MM >= 1 AND WS-EFF-MM <= 12
                   MOVE WS-MONTH-DAYS(WS-EFF-MM) TO WS-EFF-MONTH-END
                   IF WS-EFF-MM = 2
                       DIVIDE WS-EFF-YYYY BY 4 GIVING WS-EFF-QUOTIENT
                         REMAINDER WS-EFF-REMAINDER
                       IF WS-EFF-REMAINDER = 0
                           MOVE 29 TO WS-EFF-MONTH-END
                       END-IF
                   END-IF
                   IF WS-EFF-DD >= 1
                     AND WS-EFF-DD <= WS-EFF-MONTH-END
                       MOVE 'YES' TO WS-EFF-DATE-OK-SW
                   END-IF
               END-IF
           END-IF.

       *> keeps the table in effective-date order; changes for the same
       *> date stay in the order they were keyed
       165-INSERT-PENDING.
           MOVE WS-PND-COUNT TO WS-PND-SUB
           ADD 1 TO WS-PND-COUNT
           MOVE WS-PND-COUNT TO WS-PND-INS-SUB
           PERFORM UNTIL WS-PND-SUB = ZERO
               IF WS-PND-EFF-DATE(WS-PND-SUB) <= TRN-EFF-DATE
                   MOVE ZERO TO WS-PND-SUB
               ELSE
                   MOVE WS-PND-ENTRY(WS-PND-SUB)
                     TO WS-PND-ENTRY(WS-PND-INS-SUB)
                   MOVE WS-PND-SUB TO WS-PND-INS-SUB
                   SUBTRACT 1 FROM WS-PND-SUB
               END-IF
           END-PERFORM
           MOVE TRN-EFF-DATE TO WS-PND-EFF-DATE(WS-PND-INS-SUB)
           MOVE EMP-TRANS-REC(1:53) TO WS-PND-TRANS(WS-PND-INS-SUB)
           MOVE WS-TODAY-CCYYMMDD
             TO WS-PND-QUEUED-DATE(WS-PND-INS-SUB)
           MOVE WS-OPERATOR-ID TO WS-PND-QUEUED-BY(WS-PND-INS-SUB)
           MOVE 'P' TO WS-PND-STATUS(WS-PND-INS-SUB).

       *> drops a change still waiting for its effective date - the
       *> cancelled transaction goes on the audit as the before image
       170-CANCEL-PENDING.
           MOVE SPACES TO MAINT-AUDIT-REC MAINT-ERROR-REC
           PERFORM 097-CHECK-ACTION-AUTH
           IF NOT WS-ACTION-OK
               MOVE 'OPERATOR NOT AUTHORIZED' TO ERR-REASON
               PERFORM 280-WRITE-ERROR
           ELSE
               MOVE 'NO ' TO WS-PND-MATCH-SW
               PERFORM VARYING WS-PND-SUB FROM 1 BY 1
                 UNTIL WS-PND-SUB > WS-PND-COUNT
                   IF WS-PND-STATUS(WS-PND-SUB) = 'P'
                     AND WS-PND-EMP-NO(WS-PND-SUB) = TRN-EMP-NO
                     AND (TRN-EFF-DATE NOT NUMERIC
                       OR TRN-EFF-DATE = ZERO
                       OR TRN-EFF-DATE = WS-PND-EFF-DATE(WS-PND-SUB))
                       SET WS-PND-MATCH TO TRUE
                       MOVE 'X' TO WS-PND-STATUS(WS-PND-SUB)
                       ADD 1 TO WS-CANCEL-COUNT
                       MOVE WS-PND-TRANS(WS-PND-SUB)(2:44)
                         TO AUD-BEFORE-IMAGE
                       MOVE SPACES TO AUD-AFTER-IMAGE
                       PERFORM 290-WRITE-AUDIT
                   END-IF
               END-PERFORM
               IF NOT WS-PND-MATCH
                   MOVE 'NO PENDING CHANGE TO CANCEL' TO ERR-REASON
                   PERFORM 280-WRITE-ERROR
               END-IF
           END-IF.

       200-APPLY-TRANSACTION.
           MOVE SPACES TO MAINT-AUDIT-REC MAINT-ERROR-REC
           PERFORM 210-FIND-EMPLOYEE
           IF WS-APPLYING-PENDING
               SET WS-ACTION-OK TO TRUE
           ELSE
               PERFORM 097-CHECK-ACTION-AUTH
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-ACTION-OK
                   MOVE 'OPERATOR NOT AUTHORIZED' TO ERR-REASON
           IF TRN-TERR NOT NUMERIC OR TRN-OFFICE NOT NUMERIC
               MOVE 'NON-NUMERIC TERR/OFFICE' TO ERR-REASON
               MOVE 'NO ' TO WS-EDITS-OK-SW
           ELSE
               PERFORM 222-CHECK-ORG-OFFICE
               IF WS-ORG-BEST-STATUS NOT = 'A'
                   MOVE 'OFFICE NOT ON ORG HIERARCHY' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               END-IF
           END-IF
           MOVE 'NO ' TO WS-BAD-SSN-SW
           IF TRN-SSN NOT NUMERIC
               MOVE 'NO ' TO WS-EDITS-OK-SW
           END-IF.

       *> the office's latest version on or before the date the
       *> change takes effect must be an active one
       222-CHECK-ORG-OFFICE.
           MOVE WS-BUSINESS-DATE TO WS-ORG-CHECK-DATE
           IF TRN-EFF-DATE NUMERIC
             AND TRN-EFF-DATE > WS-BUSINESS-DATE
               MOVE TRN-EFF-DATE TO WS-ORG-CHECK-DATE
           END-IF
           MOVE TRN-TERR TO WS-ORG-KEY-TERR
           MOVE TRN-OFFICE TO WS-ORG-KEY-OFFICE
           MOVE ZERO TO WS-ORG-BEST-EFF
           MOVE SPACE TO WS-ORG-BEST-STATUS
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
             UNTIL WS-ORG-SUB > WS-ORG-COUNT
               IF WS-ORG-CODE(WS-ORG-SUB) = WS-ORG-KEY-CODE
                 AND WS-ORG-EFF-DATE(WS-ORG-SUB) <= WS-ORG-CHECK-DATE
                 AND WS-ORG-EFF-DATE(WS-ORG-SUB) >= WS-ORG-BEST-EFF
                   MOVE WS-ORG-EFF-DATE(WS-ORG-SUB) TO WS-ORG-BEST-EFF
                   MOVE WS-ORG-STATUS(WS-ORG-SUB)
                     TO WS-ORG-BEST-STATUS
               END-IF
           END-PERFORM.

       225-BUILD-NEW-IMAGE.
           MOVE TRN-EMP-NO TO WS-NEW-EMP-NO
           MOVE TRN-EMP-NAME TO WS-NEW-NAME
       290-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO AUD-DATE
           MOVE TRN-USER-ID TO AUD-USER-ID
           IF WS-QUEUEING
               MOVE 'Q' TO AUD-ACTION
           ELSE
               MOVE TRN-ACTION TO AUD-ACTION
           END-IF
           MOVE TRN-EMP-NO TO AUD-EMP-NO
           IF WS-APPLYING-PENDING
               MOVE WS-PND-QUEUED-BY(WS-PND-SUB) TO AUD-OPERATOR-ID
           ELSE
               MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           END-IF
           WRITE MAINT-AUDIT-REC
           WRITE MAINT-HISTORY-REC FROM MAINT-AUDIT-REC.

       300-WRITE-NEW-MASTER.
           OPEN OUTPUT OUT-MASTER-FILE
           END-PERFORM
           CLOSE OUT-MASTER-FILE.

       310-WRITE-NEW-PENDING.
           OPEN OUTPUT NEW-PENDING-FILE
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
             UNTIL WS-PND-SUB > WS-PND-COUNT
               IF WS-PND-STATUS(WS-PND-SUB) = 'P'
                   MOVE WS-PND-EFF-DATE(WS-PND-SUB) TO WNP-EFF-DATE
                   MOVE WS-PND-TRANS(WS-PND-SUB) TO WNP-TRANS
                   MOVE WS-PND-QUEUED-DATE(WS-PND-SUB)
                     TO WNP-QUEUED-DATE
                   MOVE WS-PND-QUEUED-BY(WS-PND-SUB) TO WNP-QUEUED-BY
                   WRITE NEW-PENDING-REC FROM WS-NEW-PENDING-LINE
                   ADD 1 TO WS-STILL-PENDING
               END-IF
           END-PERFORM
           CLOSE NEW-PENDING-FILE.

       *> what will take effect over the next 30 days of business
       *> dates, so Payroll can check it before it lands
       320-PENDING-REPORT.
           OPEN OUTPUT PENDING-REPORT-FILE
           MOVE WS-WINDOW-END-DATE TO PRT-WINDOW-END
           MOVE WS-BUSINESS-DATE TO PRT-BUSINESS-DATE
           WRITE PENDING-REPORT-LINE FROM PR-TITLE-LINE
           WRITE PENDING-REPORT-LINE FROM PR-BLANK-LINE
           WRITE PENDING-REPORT-LINE FROM PR-COLUMN-LINE
           PERFORM VARYING WS-PND-SUB FROM 1 BY 1
             UNTIL WS-PND-SUB > WS-PND-COUNT
               IF WS-PND-STATUS(WS-PND-SUB) = 'P'
                 AND WS-PND-EFF-DATE(WS-PND-SUB) <= WS-WINDOW-END-DATE
                   MOVE WS-PND-EFF-DATE(WS-PND-SUB) TO PRD-EFF-DATE
                   MOVE WS-PND-ACTION(WS-PND-SUB) TO PRD-ACTION
                   MOVE WS-PND-EMP-NO(WS-PND-SUB) TO PRD-EMP-NO
                   MOVE WS-PND-NAME(WS-PND-SUB) TO PRD-NAME
                   MOVE WS-PND-TERR(WS-PND-SUB) TO PRD-TERR
                   MOVE WS-PND-OFFICE(WS-PND-SUB) TO PRD-OFFICE
                   IF WS-PND-SALARY(WS-PND-SUB) NUMERIC
                       MOVE WS-PND-SALARY(WS-PND-SUB) TO PRD-SALARY
                   ELSE
                       MOVE ZERO TO PRD-SALARY
                   END-IF
                   MOVE WS-PND-QUEUED-BY(WS-PND-SUB) TO PRD-QUEUED-BY
                   MOVE WS-PND-QUEUED-DATE(WS-PND-SUB)
                     TO PRD-QUEUED-DATE
                   WRITE PENDING-REPORT-LINE FROM PR-DETAIL-LINE
                   ADD 1 TO WS-WINDOW-COUNT
               END-IF
           END-PERFORM
           IF WS-WINDOW-COUNT = ZERO
               WRITE PENDING-REPORT-LINE FROM PR-NONE-LINE
           END-IF
           WRITE PENDING-REPORT-LINE FROM PR-BLANK-LINE
           MOVE WS-WINDOW-COUNT TO PRF-WINDOW-COUNT
           MOVE WS-STILL-PENDING TO PRF-PENDING-COUNT
           WRITE PENDING-REPORT-LINE FROM PR-FOOT-LINE
           CLOSE PENDING-REPORT-FILE.

       end program EmpMaint.
