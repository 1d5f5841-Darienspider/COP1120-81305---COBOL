       identification division.
       program-id. OrgMaint.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> the organization hierarchy - regions, territories and
       *> offices, each change kept as a dated version so a
       *> reorganization can be keyed ahead of the day it takes effect
       SELECT OPTIONAL ORG-MASTER
       ASSIGN TO 'CHORGMASTER'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> add / change / close transactions against the hierarchy
       SELECT ORG-TRANS-FILE
       ASSIGN TO 'CHORGTRANS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> maintained master - operations copies this over CHORGMASTER
       *> after the audit file has been reviewed
       SELECT ORG-MASTER-NEW
       ASSIGN TO 'CHORGMASTERNEW'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> before/after image of every version written
       SELECT ORG-AUDIT-FILE
       ASSIGN TO 'CHORGAUDIT'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ORG-ERROR-FILE
       ASSIGN TO 'CHORGERRORS'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> the operator running tonight's maintenance, set per run
       SELECT OPTIONAL OPERATOR-ID-FILE
       ASSIGN TO 'CHOPERATOR'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL OPERATOR-AUTH-FILE
       ASSIGN TO 'CHOPERATORS'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       *> level R region, T territory, O office. The code is the
       *> region code, the territory number, or territory and office
       *> number together; the parent is the territory's region or
       *> the office's territory. Status C closes the unit from the
       *> effective date on
       FD ORG-MASTER RECORDING MODE IS F.
       01 ORG-MASTER-REC.
         05 ORG-LEVEL PIC X(1).
         05 ORG-CODE PIC X(4).
         05 ORG-EFF-DATE PIC 9(8).
         05 ORG-STATUS PIC X(1).
         05 ORG-PARENT PIC X(4).
         05 ORG-NAME PIC X(20).
         05 ORG-MANAGER PIC X(20).

       *> blank effective date means today; on a change, blank name,
       *> manager or parent carry forward from the version in force
       FD ORG-TRANS-FILE RECORDING MODE IS F.
       01 ORG-TRANS-REC.
         05 TRN-ACTION PIC X(1).
           88 TRN-ADD VALUE 'A'.
           88 TRN-CHANGE VALUE 'C'.
           88 TRN-CLOSE VALUE 'D'.
         05 TRN-LEVEL PIC X(1).
           88 TRN-REGION VALUE 'R'.
           88 TRN-TERRITORY VALUE 'T'.
           88 TRN-OFFICE VALUE 'O'.
         05 TRN-CODE PIC X(4).
         05 TRN-PARENT PIC X(4).
         05 TRN-EFF-DATE PIC 9(8).
         05 TRN-NAME PIC X(20).
         05 TRN-MANAGER PIC X(20).
         05 TRN-USER-ID PIC X(8).

       FD ORG-MASTER-NEW RECORDING MODE IS F.
       01 ORG-MASTER-NEW-REC PIC X(58).

       FD ORG-AUDIT-FILE RECORDING MODE IS F.
       01 ORG-AUDIT-REC.
         05 AUD-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 AUD-OPERATOR-ID PIC X(8).
         05 FILLER PIC X(1).
         05 AUD-USER-ID PIC X(8).
         05 FILLER PIC X(1).
         05 AUD-ACTION PIC X(1).
         05 FILLER PIC X(1).
         05 AUD-BEFORE-IMAGE PIC X(58).
         05 FILLER PIC X(1).
         05 AUD-AFTER-IMAGE PIC X(58).

       FD ORG-ERROR-FILE RECORDING MODE IS F.
       01 ORG-ERROR-REC.
         05 ERR-ACTION PIC X(1).
         05 FILLER PIC X(1).
         05 ERR-LEVEL PIC X(1).
         05 FILLER PIC X(1).
         05 ERR-CODE PIC X(4).
         05 FILLER PIC X(1).
         05 ERR-EFF-DATE PIC X(8).
         05 FILLER PIC X(1).
         05 ERR-REASON PIC X(30).

       FD OPERATOR-ID-FILE RECORDING MODE IS F.
       01 OPERATOR-ID-REC.
         05 OP-ID-IN PIC X(8).

       FD OPERATOR-AUTH-FILE RECORDING MODE IS F.
       01 OPERATOR-AUTH-REC.
         05 OPR-ID PIC X(8).
         05 FILLER PIC X(1).
         05 OPR-PROGRAM PIC X(8).
         05 FILLER PIC X(1).
         05 OPR-ACTIONS PIC X(4).

       working-storage section.
       01 WS-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-ORG-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-OPR-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-EDITS-OK-SW PIC X(3) VALUE 'YES'.
         88 WS-EDITS-OK VALUE 'YES'.
       01 WS-UNIT-ACTIVE-SW PIC X(3) VALUE 'NO '.
         88 WS-UNIT-ACTIVE VALUE 'YES'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-EFF-DATE PIC 9(8) VALUE ZERO.
       01 WS-EFF-DATE-R REDEFINES WS-EFF-DATE.
         05 WS-EFF-YYYY PIC 9(4).
         05 WS-EFF-MM PIC 9(2).
         05 WS-EFF-DD PIC 9(2).
       01 WS-EFF-MONTH-END PIC 9(2) VALUE ZERO.
       01 WS-EFF-QUOTIENT PIC 9(4) VALUE ZERO.
       01 WS-EFF-REMAINDER PIC 9(1) VALUE ZERO.
       01 WS-EFF-DATE-OK-SW PIC X(3) VALUE 'NO '.
         88 WS-EFF-DATE-OK VALUE 'YES'.
       01 WS-MONTH-DAYS-TABLE VALUE '312831303130313130313031'.
         05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       *> every version on the master, held in level / code /
       *> effective-date order so the version in force on a date is
       *> the last one for the unit not after that date
       01 WS-ORG-TABLE.
         05 WS-ORG-COUNT PIC 9(3) VALUE ZERO.
         05 WS-ORG-ENTRY OCCURS 500 TIMES.
           10 WS-ORG-IMAGE PIC X(58).
           10 WS-ORG-IMAGE-SPLIT REDEFINES WS-ORG-IMAGE.
             15 WS-ORG-KEY.
               20 WS-ORG-LEVEL PIC X(1).
               20 WS-ORG-CODE PIC X(4).
             15 WS-ORG-EFF-DATE PIC 9(8).
             15 WS-ORG-STATUS PIC X(1).
             15 WS-ORG-PARENT PIC X(4).
             15 WS-ORG-NAME PIC X(20).
             15 WS-ORG-MANAGER PIC X(20).
       01 WS-ORG-SUB PIC 9(3) VALUE ZERO.
       01 WS-ORG-INS-SUB PIC 9(3) VALUE ZERO.
       01 WS-NEXT-SUB PIC 9(3) VALUE ZERO.

       *> unit to look up and the date it is wanted as of; the
       *> version found is left in WS-FIND-SUB (zero if none)
       01 WS-FIND-KEY.
         05 WS-FIND-LEVEL PIC X(1).
         05 WS-FIND-CODE PIC X(4).
       01 WS-FIND-DATE PIC 9(8) VALUE ZERO.
       01 WS-FIND-SUB PIC 9(3) VALUE ZERO.
       01 WS-CUR-SUB PIC 9(3) VALUE ZERO.
       01 WS-CHILD-LEVEL PIC X(1) VALUE SPACE.

       01 WS-NEW-IMAGE.
         05 WS-NEW-LEVEL PIC X(1).
         05 WS-NEW-CODE PIC X(4).
         05 WS-NEW-EFF-DATE PIC 9(8).
         05 WS-NEW-STATUS PIC X(1).
         05 WS-NEW-PARENT PIC X(4).
         05 WS-NEW-NAME PIC X(20).
         05 WS-NEW-MANAGER PIC X(20).

       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-OPR-ACTIONS PIC X(4) VALUE SPACES.
       01 WS-OPR-AUTH-SW PIC X(3) VALUE 'NO '.
         88 WS-OPR-AUTHORIZED VALUE 'YES'.
       01 WS-ACTION-OK-SW PIC X(3) VALUE 'NO '.
         88 WS-ACTION-OK VALUE 'YES'.
       01 WS-ACT-SUB PIC 9(1) VALUE ZERO.

       01 WS-MAINT-TOTALS.
         05 WS-ADD-COUNT PIC 9(4) VALUE ZERO.
         05 WS-CHANGE-COUNT PIC 9(4) VALUE ZERO.
         05 WS-CLOSE-COUNT PIC 9(4) VALUE ZERO.
         05 WS-FUTURE-COUNT PIC 9(4) VALUE ZERO.
         05 WS-ERROR-COUNT PIC 9(4) VALUE ZERO.

       procedure division.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 095-VERIFY-OPERATOR
           PERFORM 110-LOAD-MASTER
           OPEN INPUT ORG-TRANS-FILE
             OUTPUT ORG-AUDIT-FILE
             OUTPUT ORG-ERROR-FILE
           PERFORM UNTIL WS-MORE-RECORDS = 'NO '
               READ ORG-TRANS-FILE
                   AT END
                       MOVE 'NO ' TO WS-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE ORG-TRANS-FILE ORG-AUDIT-FILE ORG-ERROR-FILE
           PERFORM 300-WRITE-NEW-MASTER
           DISPLAY 'ORG MAINT - ADDS: ' WS-ADD-COUNT
             ' CHANGES: ' WS-CHANGE-COUNT
             ' CLOSES: ' WS-CLOSE-COUNT
             ' FUTURE-DATED: ' WS-FUTURE-COUNT
             ' ERRORS: ' WS-ERROR-COUNT
           STOP RUN.

       *> the run refuses to start for an operator not authorized to
       *> maintain the hierarchy
       095-VERIFY-OPERATOR.
           OPEN INPUT OPERATOR-ID-FILE
           READ OPERATOR-ID-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE OP-ID-IN TO WS-OPERATOR-ID
           END-READ
           CLOSE OPERATOR-ID-FILE
           IF WS-OPERATOR-ID = SPACES
               DISPLAY 'NO OPERATOR ID SUPPLIED - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OPERATOR-AUTH-FILE
           PERFORM UNTIL WS-OPR-MORE-RECORDS = 'NO '
               READ OPERATOR-AUTH-FILE
                   AT END
                       MOVE 'NO ' TO WS-OPR-MORE-RECORDS
                   NOT AT END
                       IF OPR-ID = WS-OPERATOR-ID
                         AND OPR-PROGRAM = 'ORGMAINT'
                           SET WS-OPR-AUTHORIZED TO TRUE
                           MOVE OPR-ACTIONS TO WS-OPR-ACTIONS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-AUTH-FILE
           IF NOT WS-OPR-AUTHORIZED
               DISPLAY 'OPERATOR ' WS-OPERATOR-ID
                 ' NOT AUTHORIZED FOR ORGMAINT - RUN REFUSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       097-CHECK-ACTION-AUTH.
           MOVE 'NO ' TO WS-ACTION-OK-SW
           IF WS-OPR-ACTIONS(1:1) = '*'
               SET WS-ACTION-OK TO TRUE
           ELSE
               PERFORM VARYING WS-ACT-SUB FROM 1 BY 1
                 UNTIL WS-ACT-SUB > 4
                   IF WS-OPR-ACTIONS(WS-ACT-SUB:1) = TRN-ACTION
                       SET WS-ACTION-OK TO TRUE
                       MOVE 4 TO WS-ACT-SUB
                   END-IF
               END-PERFORM
           END-IF.

       110-LOAD-MASTER.
           OPEN INPUT ORG-MASTER
           PERFORM UNTIL WS-ORG-MORE-RECORDS = 'NO '
               READ ORG-MASTER
                   AT END
                       MOVE 'NO ' TO WS-ORG-MORE-RECORDS
                   NOT AT END
                       IF WS-ORG-COUNT = 500
                           DISPLAY 'ORG TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE ORG-MASTER-REC TO WS-NEW-IMAGE
                       PERFORM 260-INSERT-VERSION
               END-READ
           END-PERFORM
           CLOSE ORG-MASTER.

       200-APPLY-TRANSACTION.
           MOVE SPACES TO ORG-AUDIT-REC ORG-ERROR-REC
           MOVE 'YES' TO WS-EDITS-OK-SW
           IF TRN-EFF-DATE NOT NUMERIC OR TRN-EFF-DATE = ZERO
               MOVE WS-RUN-DATE TO TRN-EFF-DATE
           END-IF
           PERFORM 097-CHECK-ACTION-AUTH
           PERFORM 205-CHECK-EFF-DATE
           EVALUATE TRUE
               WHEN NOT WS-ACTION-OK
                   MOVE 'OPERATOR NOT AUTHORIZED' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN NOT TRN-ADD AND NOT TRN-CHANGE AND NOT TRN-CLOSE
                   MOVE 'INVALID ACTION CODE' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN NOT TRN-REGION AND NOT TRN-TERRITORY
                 AND NOT TRN-OFFICE
                   MOVE 'INVALID ORG LEVEL' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN NOT WS-EFF-DATE-OK
                   MOVE 'INVALID EFFECTIVE DATE' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN TRN-REGION
                 AND (TRN-CODE(1:2) = SPACES
                   OR TRN-CODE(3:2) NOT = SPACES)
                   MOVE 'INVALID REGION CODE' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN TRN-TERRITORY
                 AND (TRN-CODE(1:2) NOT NUMERIC
                   OR TRN-CODE(3:2) NOT = SPACES)
                   MOVE 'INVALID TERRITORY NUMBER' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN TRN-OFFICE AND TRN-CODE NOT NUMERIC
                   MOVE 'INVALID TERRITORY/OFFICE NO' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
           END-EVALUATE
           IF WS-EDITS-OK
               MOVE TRN-LEVEL TO WS-FIND-LEVEL
               MOVE TRN-CODE TO WS-FIND-CODE
               MOVE TRN-EFF-DATE TO WS-FIND-DATE
               PERFORM 210-FIND-AS-OF
               MOVE WS-FIND-SUB TO WS-CUR-SUB
               EVALUATE TRUE
                   WHEN WS-CUR-SUB > 0
                     AND WS-ORG-EFF-DATE(WS-CUR-SUB) = TRN-EFF-DATE
                       MOVE 'VERSION ON FILE FOR THAT DATE'
                         TO ERR-REASON
                       MOVE 'NO ' TO WS-EDITS-OK-SW
                   WHEN TRN-ADD AND WS-UNIT-ACTIVE
                       MOVE 'UNIT ALREADY ACTIVE ON DATE'
                         TO ERR-REASON
                       MOVE 'NO ' TO WS-EDITS-OK-SW
                   WHEN NOT TRN-ADD AND NOT WS-UNIT-ACTIVE
                       MOVE 'UNIT NOT ACTIVE ON DATE' TO ERR-REASON
                       MOVE 'NO ' TO WS-EDITS-OK-SW
                   WHEN TRN-ADD AND TRN-NAME = SPACES
                       MOVE 'UNIT NAME MISSING' TO ERR-REASON
                       MOVE 'NO ' TO WS-EDITS-OK-SW
               END-EVALUATE
           END-IF
           IF WS-EDITS-OK
               PERFORM 220-BUILD-NEW-VERSION
               IF TRN-CLOSE
                   PERFORM 230-CHECK-CHILDREN
               ELSE
                   PERFORM 240-CHECK-PARENT
               END-IF
           END-IF
           IF WS-EDITS-OK AND WS-ORG-COUNT = 500
               MOVE 'ORG TABLE FULL' TO ERR-REASON
               MOVE 'NO ' TO WS-EDITS-OK-SW
           END-IF
           IF WS-EDITS-OK
               PERFORM 260-INSERT-VERSION
               IF WS-CUR-SUB > 0
                   MOVE WS-ORG-IMAGE(WS-CUR-SUB) TO AUD-BEFORE-IMAGE
               END-IF
               MOVE WS-NEW-IMAGE TO AUD-AFTER-IMAGE
               PERFORM 290-WRITE-AUDIT
               EVALUATE TRUE
                   WHEN TRN-ADD
                       ADD 1 TO WS-ADD-COUNT
                   WHEN TRN-CHANGE
                       ADD 1 TO WS-CHANGE-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-CLOSE-COUNT
               END-EVALUATE
               IF TRN-EFF-DATE > WS-RUN-DATE
                   ADD 1 TO WS-FUTURE-COUNT
               END-IF
           ELSE
               PERFORM 280-WRITE-ERROR
           END-IF.

       *> the effective date must be a real calendar date
       205-CHECK-EFF-DATE.
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

       *> the version of WS-FIND-KEY in force on WS-FIND-DATE - the
       *> table order makes it the last match not after the date
       210-FIND-AS-OF.
           MOVE ZERO TO WS-FIND-SUB
           MOVE 'NO ' TO WS-UNIT-ACTIVE-SW
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
             UNTIL WS-ORG-SUB > WS-ORG-COUNT
               IF WS-ORG-KEY(WS-ORG-SUB) = WS-FIND-KEY
                 AND WS-ORG-EFF-DATE(WS-ORG-SUB) NOT > WS-FIND-DATE
                   MOVE WS-ORG-SUB TO WS-FIND-SUB
               END-IF
           END-PERFORM
           IF WS-FIND-SUB > 0
               IF WS-ORG-STATUS(WS-FIND-SUB) = 'A'
                   SET WS-UNIT-ACTIVE TO TRUE
               END-IF
           END-IF.

       *> a change starts from the version in force and takes only the
       *> fields keyed; an office always belongs to the territory in
       *> its own number
       220-BUILD-NEW-VERSION.
           IF TRN-ADD
               MOVE SPACES TO WS-NEW-IMAGE
           ELSE
               MOVE WS-ORG-IMAGE(WS-CUR-SUB) TO WS-NEW-IMAGE
           END-IF
           MOVE TRN-LEVEL TO WS-NEW-LEVEL
           MOVE TRN-CODE TO WS-NEW-CODE
           MOVE TRN-EFF-DATE TO WS-NEW-EFF-DATE
           IF TRN-CLOSE
               MOVE 'C' TO WS-NEW-STATUS
           ELSE
               MOVE 'A' TO WS-NEW-STATUS
               IF TRN-NAME NOT = SPACES
                   MOVE TRN-NAME TO WS-NEW-NAME
               END-IF
               IF TRN-MANAGER NOT = SPACES
                   MOVE TRN-MANAGER TO WS-NEW-MANAGER
               END-IF
               IF TRN-PARENT NOT = SPACES
                   MOVE TRN-PARENT TO WS-NEW-PARENT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN TRN-REGION
                   MOVE SPACES TO WS-NEW-PARENT
               WHEN TRN-OFFICE
                   MOVE SPACES TO WS-NEW-PARENT
                   MOVE TRN-CODE(1:2) TO WS-NEW-PARENT(1:2)
           END-EVALUATE.

       *> a region or territory cannot close while a unit under it is
       *> still in force on the closing date
       230-CHECK-CHILDREN.
           EVALUATE TRUE
               WHEN TRN-REGION
                   MOVE 'T' TO WS-CHILD-LEVEL
               WHEN TRN-TERRITORY
                   MOVE 'O' TO WS-CHILD-LEVEL
               WHEN OTHER
                   MOVE SPACE TO WS-CHILD-LEVEL
           END-EVALUATE
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
             UNTIL WS-ORG-SUB > WS-ORG-COUNT
               IF WS-ORG-LEVEL(WS-ORG-SUB) = WS-CHILD-LEVEL
                 AND WS-ORG-EFF-DATE(WS-ORG-SUB) NOT > TRN-EFF-DATE
                 AND WS-ORG-STATUS(WS-ORG-SUB) = 'A'
                 AND WS-ORG-PARENT(WS-ORG-SUB) = TRN-CODE
                   COMPUTE WS-NEXT-SUB = WS-ORG-SUB + 1
                   IF WS-NEXT-SUB > WS-ORG-COUNT
                       PERFORM 235-ACTIVE-CHILD-FOUND
                   ELSE
                       IF WS-ORG-KEY(WS-NEXT-SUB) NOT =
                         WS-ORG-KEY(WS-ORG-SUB)
                         OR WS-ORG-EFF-DATE(WS-NEXT-SUB) >
                           TRN-EFF-DATE
                           PERFORM 235-ACTIVE-CHILD-FOUND
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       235-ACTIVE-CHILD-FOUND.
           MOVE 'UNITS STILL ACTIVE UNDER IT' TO ERR-REASON
           MOVE 'NO ' TO WS-EDITS-OK-SW
           MOVE WS-ORG-COUNT TO WS-ORG-SUB.

       *> a territory's region and an office's territory must be in
       *> force on the effective date
       240-CHECK-PARENT.
           EVALUATE TRUE
               WHEN TRN-REGION
                   CONTINUE
               WHEN WS-NEW-PARENT = SPACES
                   MOVE 'PARENT REGION MISSING' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN OTHER
                   IF TRN-TERRITORY
                       MOVE 'R' TO WS-FIND-LEVEL
                   ELSE
                       MOVE 'T' TO WS-FIND-LEVEL
                   END-IF
                   MOVE WS-NEW-PARENT TO WS-FIND-CODE
                   MOVE TRN-EFF-DATE TO WS-FIND-DATE
                   PERFORM 210-FIND-AS-OF
                   IF NOT WS-UNIT-ACTIVE
                       IF TRN-TERRITORY
                           MOVE 'REGION NOT ACTIVE ON DATE'
                             TO ERR-REASON
                       ELSE
                           MOVE 'TERRITORY NOT ACTIVE ON DATE'
                             TO ERR-REASON
                       END-IF
                       MOVE 'NO ' TO WS-EDITS-OK-SW
                   END-IF
           END-EVALUATE.

       *> keeps the table in level / code / effective-date order
       260-INSERT-VERSION.
           MOVE WS-ORG-COUNT TO WS-ORG-SUB
           ADD 1 TO WS-ORG-COUNT
           MOVE WS-ORG-COUNT TO WS-ORG-INS-SUB
           PERFORM UNTIL WS-ORG-SUB = ZERO
               IF WS-ORG-IMAGE(WS-ORG-SUB)(1:13) <= WS-NEW-IMAGE(1:13)
                   MOVE ZERO TO WS-ORG-SUB
               ELSE
                   MOVE WS-ORG-ENTRY(WS-ORG-SUB)
                     TO WS-ORG-ENTRY(WS-ORG-INS-SUB)
                   MOVE WS-ORG-SUB TO WS-ORG-INS-SUB
                   SUBTRACT 1 FROM WS-ORG-SUB
               END-IF
           END-PERFORM
           MOVE WS-NEW-IMAGE TO WS-ORG-IMAGE(WS-ORG-INS-SUB)
           IF WS-CUR-SUB NOT < WS-ORG-INS-SUB
               ADD 1 TO WS-CUR-SUB
           END-IF.

       280-WRITE-ERROR.
           MOVE TRN-ACTION TO ERR-ACTION
           MOVE TRN-LEVEL TO ERR-LEVEL
           MOVE TRN-CODE TO ERR-CODE
           MOVE TRN-EFF-DATE TO ERR-EFF-DATE
           WRITE ORG-ERROR-REC
           ADD 1 TO WS-ERROR-COUNT.

       290-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO AUD-DATE
           MOVE WS-OPERATOR-ID TO AUD-OPERATOR-ID
           MOVE TRN-USER-ID TO AUD-USER-ID
           MOVE TRN-ACTION TO AUD-ACTION
           WRITE ORG-AUDIT-REC.

       300-WRITE-NEW-MASTER.
           OPEN OUTPUT ORG-MASTER-NEW
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
             UNTIL WS-ORG-SUB > WS-ORG-COUNT
               WRITE ORG-MASTER-NEW-REC FROM WS-ORG-IMAGE(WS-ORG-SUB)
           END-PERFORM
           CLOSE ORG-MASTER-NEW.

       end program OrgMaint.
