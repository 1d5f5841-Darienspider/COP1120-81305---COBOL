       identification division.
       program-id. OrgValid.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ORG-MASTER
       ASSIGN TO 'CHORGMASTER'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> date to validate as of - blank runs as of today; a later
       *> date previews a keyed reorganization before it takes effect
       SELECT OPTIONAL ORG-ASOF-CONTROL
       ASSIGN TO 'CHORGASOF'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CH4-PAYROLL-FILE
       ASSIGN TO 'CH4PAYROLL'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CH6-MASTER-FILE
       ASSIGN TO 'CH6402MOD'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT CH10-PAYROLL-FILE
       ASSIGN TO 'CH10PAYROLL'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ORG-VALID-RPT
       ASSIGN TO 'CHORGVALID'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD ORG-MASTER RECORDING MODE IS F.
       01 ORG-MASTER-REC.
         05 ORG-LEVEL PIC X(1).
         05 ORG-CODE PIC X(4).
         05 ORG-EFF-DATE PIC 9(8).
         05 ORG-STATUS PIC X(1).
         05 ORG-PARENT PIC X(4).
         05 ORG-NAME PIC X(20).
         05 ORG-MANAGER PIC X(20).

       FD ORG-ASOF-CONTROL RECORDING MODE IS F.
       01 ORG-ASOF-REC.
         05 CTL-AS-OF-DATE PIC 9(8).

       FD CH4-PAYROLL-FILE RECORDING MODE IS F.
       01 CH4-EMPLOYEE-REC.
         05 C4-EMPLOYEE-ID PIC X(5).
         05 C4-EMPLOYEE-NAME PIC X(20).
         05 C4-TERR-NO PIC X(2).
         05 C4-OFF-NO PIC X(2).
         05 FILLER PIC X(20).
         05 C4-EMP-STATUS PIC X(1).
           88 C4-EMP-TERMINATED VALUE 'T'.
         05 FILLER PIC X(30).

       FD CH6-MASTER-FILE RECORDING MODE IS F.
       01 CH6-MASTER-REC.
         05 C6-EMPLOYEE-NUMBER PIC X(5).
         05 C6-EMPLOYEE-NAME PIC X(20).
         05 C6-TERR PIC X(2).
         05 C6-OFFICE PIC X(2).
         05 FILLER PIC X(51).

       FD CH10-PAYROLL-FILE RECORDING MODE IS F.
       01 CH10-EMP-REC.
         05 C10-EMPNO PIC X(5).
         05 C10-EMPNAME PIC X(20).
         05 C10-TERR-NO PIC X(2).
         05 FILLER PIC X(57).

       FD ORG-VALID-RPT RECORDING MODE IS F.
       01 ORG-VALID-LINE PIC X(100).

       working-storage section.
       01 WS-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-ORG-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-ORG-FOUND VALUE 'YES'.

       01 WS-ORG-AS-OF PIC 9(8) VALUE ZERO.

       *> the version of each unit in force on the as-of date
       01 WS-ORG-TABLE.
         05 WS-ORG-COUNT PIC 9(3) VALUE ZERO.
         05 WS-ORG-ENTRY OCCURS 300 TIMES.
           10 WS-ORG-LEVEL PIC X(1).
           10 WS-ORG-CODE PIC X(4).
           10 WS-ORG-EFF-DATE PIC 9(8).
           10 WS-ORG-STATUS PIC X(1).
           10 WS-ORG-PARENT PIC X(4).
           10 WS-ORG-NAME PIC X(20).
       01 WS-ORG-SUB PIC 9(3) VALUE ZERO.
       01 WS-ORG-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-ORG-KEY-LEVEL PIC X(1) VALUE SPACE.
       01 WS-ORG-KEY-CODE PIC X(4) VALUE SPACES.
       01 WS-UNIT-SUB PIC 9(3) VALUE ZERO.
       01 WS-DESC-LEVEL PIC X(1) VALUE SPACE.
       01 WS-DESC-STATUS PIC X(1) VALUE SPACE.

       01 WS-EMP-FILE-HOLD PIC X(4) VALUE SPACES.
       01 WS-EMP-TERR-HOLD PIC X(2) VALUE SPACES.
       01 WS-EMP-OFF-HOLD PIC X(2) VALUE SPACES.
       01 WS-OFFICE-CHECK-SW PIC X(3) VALUE 'YES'.
         88 WS-CHECK-OFFICE VALUE 'YES'.

       01 WS-VALID-COUNTS.
         05 WS-C4-READ PIC 9(5) VALUE ZERO.
         05 WS-C4-EXCEPT PIC 9(5) VALUE ZERO.
         05 WS-C6-READ PIC 9(5) VALUE ZERO.
         05 WS-C6-EXCEPT PIC 9(5) VALUE ZERO.
         05 WS-C10-READ PIC 9(5) VALUE ZERO.
         05 WS-C10-EXCEPT PIC 9(5) VALUE ZERO.
         05 WS-ORPHAN-COUNT PIC 9(4) VALUE ZERO.
         05 WS-SCHEDULED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EXCEPT-THIS-EMP PIC 9(1) VALUE ZERO.

       01 OV-TITLE-LINE.
         05 FILLER PIC X(45) VALUE
           ' ORGANIZATION HIERARCHY VALIDATION - AS OF   '.
         05 OVT-AS-OF PIC 9(8).
         05 FILLER PIC X(47) VALUE SPACES.

       01 OV-SECTION-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 OVS-TEXT PIC X(60).
         05 FILLER PIC X(39) VALUE SPACES.

       01 OV-EMP-COL-LINE.
         05 FILLER PIC X(50) VALUE
           ' FILE  EMP NO  NAME                  TERR  OFF    '.
         05 FILLER PIC X(50) VALUE 'REASON'.

       01 OV-EMP-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 OVE-FILE PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 OVE-EMPNO PIC X(5).
         05 FILLER PIC X(3) VALUE SPACES.
         05 OVE-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 OVE-TERR PIC X(2).
         05 FILLER PIC X(4) VALUE SPACES.
         05 OVE-OFFICE PIC X(2).
         05 FILLER PIC X(5) VALUE SPACES.
         05 OVE-REASON PIC X(30).
         05 FILLER PIC X(20) VALUE SPACES.

       01 OV-COUNT-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 OVC-FILE PIC X(4).
         05 FILLER PIC X(11) VALUE ' CHECKED:  '.
         05 OVC-READ PIC ZZ,ZZ9.
         05 FILLER PIC X(14) VALUE '   EXCEPTIONS:'.
         05 OVC-EXCEPT PIC ZZ,ZZ9.
         05 FILLER PIC X(58) VALUE SPACES.

       01 OV-UNIT-LINE.
         05 FILLER PIC X(3) VALUE SPACES.
         05 OVU-EFF-DATE PIC 9(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 OVU-LEVEL-DESC PIC X(9).
         05 FILLER PIC X(1) VALUE SPACE.
         05 OVU-CODE PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 OVU-STATUS PIC X(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 OVU-PARENT PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 OVU-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 OVU-TEXT PIC X(35).

       01 OV-NONE-LINE.
         05 FILLER PIC X(5) VALUE SPACES.
         05 FILLER PIC X(95) VALUE 'NONE'.

       01 OV-BLANK-LINE PIC X(100) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           PERFORM 105-SET-AS-OF-DATE
           PERFORM 110-LOAD-ORG-MASTER
           OPEN OUTPUT ORG-VALID-RPT
           MOVE WS-ORG-AS-OF TO OVT-AS-OF
           WRITE ORG-VALID-LINE FROM OV-TITLE-LINE
           WRITE ORG-VALID-LINE FROM OV-BLANK-LINE
           MOVE 'PAYROLL EMPLOYEES NOT ON THE HIERARCHY' TO OVS-TEXT
           WRITE ORG-VALID-LINE FROM OV-SECTION-LINE
           WRITE ORG-VALID-LINE FROM OV-EMP-COL-LINE
           PERFORM 200-CHECK-CH4
           PERFORM 210-CHECK-CH6
           PERFORM 220-CHECK-CH10
           IF WS-C4-EXCEPT + WS-C6-EXCEPT + WS-C10-EXCEPT = ZERO
               WRITE ORG-VALID-LINE FROM OV-NONE-LINE
           END-IF
           WRITE ORG-VALID-LINE FROM OV-BLANK-LINE
           MOVE 'CH4 ' TO OVC-FILE
           MOVE WS-C4-READ TO OVC-READ
           MOVE WS-C4-EXCEPT TO OVC-EXCEPT
           WRITE ORG-VALID-LINE FROM OV-COUNT-LINE
           MOVE 'CH6 ' TO OVC-FILE
           MOVE WS-C6-READ TO OVC-READ
           MOVE WS-C6-EXCEPT TO OVC-EXCEPT
           WRITE ORG-VALID-LINE FROM OV-COUNT-LINE
           MOVE 'CH10' TO OVC-FILE
           MOVE WS-C10-READ TO OVC-READ
           MOVE WS-C10-EXCEPT TO OVC-EXCEPT
           WRITE ORG-VALID-LINE FROM OV-COUNT-LINE
           PERFORM 300-CHECK-PARENTS
           PERFORM 400-LIST-SCHEDULED
           CLOSE ORG-VALID-RPT
           IF WS-C4-EXCEPT + WS-C6-EXCEPT + WS-C10-EXCEPT > ZERO
             OR WS-ORPHAN-COUNT > ZERO
               DISPLAY 'ORG VALIDATION - EXCEPTIONS FOUND, SEE '
                 'CHORGVALID'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       105-SET-AS-OF-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ORG-AS-OF
           OPEN INPUT ORG-ASOF-CONTROL
           READ ORG-ASOF-CONTROL
               AT END
                   CONTINUE
               NOT AT END
                   IF CTL-AS-OF-DATE NUMERIC
                     AND CTL-AS-OF-DATE > ZERO
                       MOVE CTL-AS-OF-DATE TO WS-ORG-AS-OF
                   END-IF
           END-READ
           CLOSE ORG-ASOF-CONTROL.

       *> keeps, per unit, the latest version not after the as-of
       *> date; a closed version leaves the unit off the hierarchy
       110-LOAD-ORG-MASTER.
           OPEN INPUT ORG-MASTER
           PERFORM UNTIL WS-MORE-RECORDS = 'NO '
               READ ORG-MASTER
                   AT END
                       MOVE 'NO ' TO WS-MORE-RECORDS
                   NOT AT END
                       IF ORG-EFF-DATE NOT > WS-ORG-AS-OF
                           PERFORM 115-FILE-ORG-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-MASTER.

       115-FILE-ORG-VERSION.
           MOVE 'NO ' TO WS-ORG-FOUND-SW
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
             UNTIL WS-ORG-SUB > WS-ORG-COUNT
               IF WS-ORG-LEVEL(WS-ORG-SUB) = ORG-LEVEL
                 AND WS-ORG-CODE(WS-ORG-SUB) = ORG-CODE
                   SET WS-ORG-FOUND TO TRUE
                   MOVE WS-ORG-SUB TO WS-ORG-FOUND-SUB
                   MOVE WS-ORG-COUNT TO WS-ORG-SUB
               END-IF
           END-PERFORM
           IF NOT WS-ORG-FOUND
               IF WS-ORG-COUNT = 300
                   DISPLAY 'ORG TABLE FULL - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-ORG-COUNT
               MOVE WS-ORG-COUNT TO WS-ORG-FOUND-SUB
               MOVE ZERO TO WS-ORG-EFF-DATE(WS-ORG-FOUND-SUB)
           END-IF
           IF ORG-EFF-DATE NOT < WS-ORG-EFF-DATE(WS-ORG-FOUND-SUB)
               MOVE ORG-LEVEL TO WS-ORG-LEVEL(WS-ORG-FOUND-SUB)
               MOVE ORG-CODE TO WS-ORG-CODE(WS-ORG-FOUND-SUB)
               MOVE ORG-EFF-DATE TO WS-ORG-EFF-DATE(WS-ORG-FOUND-SUB)
               MOVE ORG-STATUS TO WS-ORG-STATUS(WS-ORG-FOUND-SUB)
               MOVE ORG-PARENT TO WS-ORG-PARENT(WS-ORG-FOUND-SUB)
               MOVE ORG-NAME TO WS-ORG-NAME(WS-ORG-FOUND-SUB)
           END-IF.

       *> is WS-ORG-KEY-LEVEL / WS-ORG-KEY-CODE in force on the as-of
       *> date
       120-FIND-ORG-UNIT.
           MOVE 'NO ' TO WS-ORG-FOUND-SW
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
             UNTIL WS-ORG-SUB > WS-ORG-COUNT
               IF WS-ORG-LEVEL(WS-ORG-SUB) = WS-ORG-KEY-LEVEL
                 AND WS-ORG-CODE(WS-ORG-SUB) = WS-ORG-KEY-CODE
                 AND WS-ORG-STATUS(WS-ORG-SUB) = 'A'
                   SET WS-ORG-FOUND TO TRUE
                   MOVE WS-ORG-SUB TO WS-ORG-FOUND-SUB
                   MOVE WS-ORG-COUNT TO WS-ORG-SUB
               END-IF
           END-PERFORM.

       200-CHECK-CH4.
           MOVE 'YES' TO WS-MORE-RECORDS
           MOVE 'CH4 ' TO WS-EMP-FILE-HOLD
           MOVE 'YES' TO WS-OFFICE-CHECK-SW
           OPEN INPUT CH4-PAYROLL-FILE
           PERFORM UNTIL WS-MORE-RECORDS = 'NO '
               READ CH4-PAYROLL-FILE
                   AT END
                       MOVE 'NO ' TO WS-MORE-RECORDS
                   NOT AT END
                       IF NOT C4-EMP-TERMINATED
                           ADD 1 TO WS-C4-READ
                           MOVE C4-EMPLOYEE-ID TO OVE-EMPNO
                           MOVE C4-EMPLOYEE-NAME TO OVE-NAME
                           MOVE C4-TERR-NO TO WS-EMP-TERR-HOLD
                           MOVE C4-OFF-NO TO WS-EMP-OFF-HOLD
                           PERFORM 250-CHECK-EMPLOYEE
                           ADD WS-EXCEPT-THIS-EMP TO WS-C4-EXCEPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CH4-PAYROLL-FILE.

       210-CHECK-CH6.
           MOVE 'YES' TO WS-MORE-RECORDS
           MOVE 'CH6 ' TO WS-EMP-FILE-HOLD
           MOVE 'YES' TO WS-OFFICE-CHECK-SW
           OPEN INPUT CH6-MASTER-FILE
           PERFORM UNTIL WS-MORE-RECORDS = 'NO '
               READ CH6-MASTER-FILE
                   AT END
                       MOVE 'NO ' TO WS-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-C6-READ
                       MOVE C6-EMPLOYEE-NUMBER TO OVE-EMPNO
                       MOVE C6-EMPLOYEE-NAME TO OVE-NAME
                       MOVE C6-TERR TO WS-EMP-TERR-HOLD
                       MOVE C6-OFFICE TO WS-EMP-OFF-HOLD
                       PERFORM 250-CHECK-EMPLOYEE
                       ADD WS-EXCEPT-THIS-EMP TO WS-C6-EXCEPT
               END-READ
           END-PERFORM
           CLOSE CH6-MASTER-FILE.

       *> the Ch10 payroll carries a territory only
       220-CHECK-CH10.
           MOVE 'YES' TO WS-MORE-RECORDS
           MOVE 'CH10' TO WS-EMP-FILE-HOLD
           MOVE 'NO ' TO WS-OFFICE-CHECK-SW
           OPEN INPUT CH10-PAYROLL-FILE
           PERFORM UNTIL WS-MORE-RECORDS = 'NO '
               READ CH10-PAYROLL-FILE
                   AT END
                       MOVE 'NO ' TO WS-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-C10-READ
                       MOVE C10-EMPNO TO OVE-EMPNO
                       MOVE C10-EMPNAME TO OVE-NAME
                       MOVE C10-TERR-NO TO WS-EMP-TERR-HOLD
                       MOVE SPACES TO WS-EMP-OFF-HOLD
                       PERFORM 250-CHECK-EMPLOYEE
                       ADD WS-EXCEPT-THIS-EMP TO WS-C10-EXCEPT
               END-READ
           END-PERFORM
           CLOSE CH10-PAYROLL-FILE.

       *> one line per employee - the territory is reported ahead of
       *> the office, since an office cannot stand without it
       250-CHECK-EMPLOYEE.
           MOVE ZERO TO WS-EXCEPT-THIS-EMP
           MOVE 'T' TO WS-ORG-KEY-LEVEL
           MOVE SPACES TO WS-ORG-KEY-CODE
           MOVE WS-EMP-TERR-HOLD TO WS-ORG-KEY-CODE(1:2)
           PERFORM 120-FIND-ORG-UNIT
           IF NOT WS-ORG-FOUND
               MOVE 'TERRITORY NOT ON HIERARCHY' TO OVE-REASON
               PERFORM 260-WRITE-EMP-EXCEPTION
           ELSE
               IF WS-CHECK-OFFICE
                   MOVE 'O' TO WS-ORG-KEY-LEVEL
                   MOVE WS-EMP-OFF-HOLD TO WS-ORG-KEY-CODE(3:2)
                   PERFORM 120-FIND-ORG-UNIT
                   IF NOT WS-ORG-FOUND
                       MOVE 'OFFICE NOT ON HIERARCHY' TO OVE-REASON
                       PERFORM 260-WRITE-EMP-EXCEPTION
                   END-IF
               END-IF
           END-IF.

       260-WRITE-EMP-EXCEPTION.
           MOVE 1 TO WS-EXCEPT-THIS-EMP
           MOVE WS-EMP-FILE-HOLD TO OVE-FILE
           MOVE WS-EMP-TERR-HOLD TO OVE-TERR
           MOVE WS-EMP-OFF-HOLD TO OVE-OFFICE
           WRITE ORG-VALID-LINE FROM OV-EMP-LINE.

       *> a territory whose region, or an office whose territory, is
       *> not itself in force leaves a gap in the hierarchy
       300-CHECK-PARENTS.
           WRITE ORG-VALID-LINE FROM OV-BLANK-LINE
           MOVE 'UNITS IN FORCE WITHOUT A PARENT IN FORCE' TO OVS-TEXT
           WRITE ORG-VALID-LINE FROM OV-SECTION-LINE
           PERFORM VARYING WS-UNIT-SUB FROM 1 BY 1
             UNTIL WS-UNIT-SUB > WS-ORG-COUNT
               IF WS-ORG-STATUS(WS-UNIT-SUB) = 'A'
                 AND WS-ORG-LEVEL(WS-UNIT-SUB) NOT = 'R'
                   IF WS-ORG-LEVEL(WS-UNIT-SUB) = 'T'
                       MOVE 'R' TO WS-ORG-KEY-LEVEL
                   ELSE
                       MOVE 'T' TO WS-ORG-KEY-LEVEL
                   END-IF
                   MOVE WS-ORG-PARENT(WS-UNIT-SUB) TO WS-ORG-KEY-CODE
                   PERFORM 120-FIND-ORG-UNIT
                   IF NOT WS-ORG-FOUND
                       ADD 1 TO WS-ORPHAN-COUNT
                       MOVE WS-UNIT-SUB TO WS-ORG-FOUND-SUB
                       PERFORM 310-FILL-UNIT-LINE
                       MOVE 'PARENT NOT IN FORCE' TO OVU-TEXT
                       WRITE ORG-VALID-LINE FROM OV-UNIT-LINE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ORPHAN-COUNT = ZERO
               WRITE ORG-VALID-LINE FROM OV-NONE-LINE
           END-IF.

       310-FILL-UNIT-LINE.
           MOVE WS-ORG-EFF-DATE(WS-ORG-FOUND-SUB) TO OVU-EFF-DATE
           MOVE WS-ORG-CODE(WS-ORG-FOUND-SUB) TO OVU-CODE
           MOVE WS-ORG-PARENT(WS-ORG-FOUND-SUB) TO OVU-PARENT
           MOVE WS-ORG-NAME(WS-ORG-FOUND-SUB) TO OVU-NAME
           MOVE WS-ORG-LEVEL(WS-ORG-FOUND-SUB) TO WS-DESC-LEVEL
           MOVE WS-ORG-STATUS(WS-ORG-FOUND-SUB) TO WS-DESC-STATUS
           PERFORM 320-DESCRIBE-UNIT.

       320-DESCRIBE-UNIT.
           EVALUATE WS-DESC-LEVEL
               WHEN 'R'
                   MOVE 'REGION' TO OVU-LEVEL-DESC
               WHEN 'T'
                   MOVE 'TERRITORY' TO OVU-LEVEL-DESC
               WHEN 'O'
                   MOVE 'OFFICE' TO OVU-LEVEL-DESC
               WHEN OTHER
                   MOVE WS-DESC-LEVEL TO OVU-LEVEL-DESC
           END-EVALUATE
           IF WS-DESC-STATUS = 'C'
               MOVE 'CLOSED' TO OVU-STATUS
           ELSE
               MOVE 'ACTIVE' TO OVU-STATUS
           END-IF.

       *> versions keyed ahead of the as-of date - a reorganization
       *> shows here until the day it takes effect
       400-LIST-SCHEDULED.
           WRITE ORG-VALID-LINE FROM OV-BLANK-LINE
           MOVE 'HIERARCHY CHANGES SCHEDULED AFTER THE AS-OF DATE'
             TO OVS-TEXT
           WRITE ORG-VALID-LINE FROM OV-SECTION-LINE
           MOVE 'YES' TO WS-MORE-RECORDS
           OPEN INPUT ORG-MASTER
           PERFORM UNTIL WS-MORE-RECORDS = 'NO '
               READ ORG-MASTER
                   AT END
                       MOVE 'NO ' TO WS-MORE-RECORDS
                   NOT AT END
                       IF ORG-EFF-DATE > WS-ORG-AS-OF
                           ADD 1 TO WS-SCHEDULED-COUNT
                           MOVE ORG-EFF-DATE TO OVU-EFF-DATE
                           MOVE ORG-CODE TO OVU-CODE
                           MOVE ORG-PARENT TO OVU-PARENT
                           MOVE ORG-NAME TO OVU-NAME
                           MOVE ORG-MANAGER TO OVU-TEXT
                           MOVE ORG-LEVEL TO WS-DESC-LEVEL
                           MOVE ORG-STATUS TO WS-DESC-STATUS
                           PERFORM 320-DESCRIBE-UNIT
                           WRITE ORG-VALID-LINE FROM OV-UNIT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-MASTER
           IF WS-SCHEDULED-COUNT = ZERO
               WRITE ORG-VALID-LINE FROM OV-NONE-LINE
           END-IF.

       end program OrgValid.
