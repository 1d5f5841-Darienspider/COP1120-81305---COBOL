       identification division.
       program-id. EmpStatus.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> keyed hire, termination and rehire transactions - people
       *> are no longer deleted from the payroll file by hand
       SELECT EMP-TRANS-FILE
       ASSIGN TO 'CH4EMPTRANS'
       organization IS LINE sequential.

       SELECT IN-EMPLOYEE-FILE
       ASSIGN TO 'CH4PAYROLL'
       organization IS LINE sequential.

       *> the office's state is the state the hire is reported to
       SELECT LOCATION-MASTER
       ASSIGN TO 'CH4LOCATIONS'
       organization IS LINE sequential.

       *> organization hierarchy - a hire's office must be in force
       *> on it as of the run date
       SELECT ORG-MASTER
       ASSIGN TO 'CHORGMASTER'
       organization IS LINE sequential.

       *> employer FEIN, name and address for the new-hire report
       SELECT OPTIONAL EMPLOYER-INFO-FILE
       ASSIGN TO 'CH4EMPLOYERINFO'
       organization IS LINE sequential.

       SELECT SORT-WORK-FILE
       ASSIGN TO 'CH4SORTWORK'.

       *> maintained payroll file, back in territory order for the
       *> payroll run - operations copies this over CH4PAYROLL once
       *> the audit trail has been reviewed
       SELECT EMPLOYEE-MASTER-NEW
       ASSIGN TO 'CH4PAYROLLNEW'
       organization IS LINE sequential.

       *> before/after image of every applied status change
       SELECT EMP-AUDIT-FILE
       ASSIGN TO
       'CH4EMPSTATAUDIT'
       organization IS LINE sequential.

       SELECT EMP-ERROR-FILE
       ASSIGN TO
       'CH4EMPSTATERRORS'
       organization IS LINE sequential.

       *> state new-hire report - hires and rehires applied this run,
       *> due to the state within 20 days of the hire date
       SELECT NEW-HIRE-FILE
       ASSIGN TO 'CH4NEWHIRE'
       organization IS LINE sequential.

       data division.
       file section.

       *> the home address is carried for the new-hire report only;
       *> on a rehire, office, salary and job class replace the old
       *> values when supplied
       FD EMP-TRANS-FILE RECORDING MODE IS F.
       01 EMP-TRANS-REC.
         05 TRN-ACTION PIC X(1).
           88 TRN-HIRE VALUE 'H'.
           88 TRN-TERMINATE VALUE 'T'.
           88 TRN-REHIRE VALUE 'R'.
         05 TRN-EMPLOYEE-ID PIC X(5).
         05 TRN-EFFECTIVE-DATE PIC 9(6).
         05 TRN-USER-ID PIC X(8).
         05 TRN-EMPLOYEE-NAME PIC X(20).
         05 TRN-TERR-NO PIC 99.
         05 TRN-OFF-NO PIC 99.
         05 TRN-ANNSAL PIC 9(6).
         05 TRN-SOCSEC-NO PIC 9(9).
         05 TRN-NUM-DEPEND PIC 99.
         05 TRN-JOB-CLASS PIC 99.
           88 TRN-VALID-JOB-CLASS VALUE 01 THRU 05.
         05 TRN-FILING-STATUS PIC X(1).
           88 TRN-VALID-FILING-STATUS VALUES 'S', 'M', 'H', ' '.
         05 TRN-HOME-ADDRESS PIC X(30).
         05 TRN-HOME-CITY PIC X(15).
         05 TRN-HOME-STATE PIC X(2).
         05 TRN-HOME-ZIP PIC X(5).

       FD IN-EMPLOYEE-FILE RECORDING MODE IS F.
       01 EMPLOYEE PIC X(80).

       FD LOCATION-MASTER RECORDING MODE IS F.
       01 LOCATION-REC.
         05 LOC-TERR-NO PIC 99.
         05 LOC-OFF-NO PIC 99.
         05 LOC-TERR-NAME PIC X(15).
         05 LOC-OFF-NAME PIC X(15).
         05 LOC-MANAGER PIC X(20).
         05 LOC-STATE-CODE PIC X(2).
         05 LOC-LOCAL-CODE PIC X(4).

       FD ORG-MASTER RECORDING MODE IS F.
       01 ORG-MASTER-REC.
         05 ORG-LEVEL PIC X(1).
         05 ORG-CODE PIC X(4).
         05 ORG-EFF-DATE PIC 9(8).
         05 ORG-STATUS PIC X(1).
         05 ORG-PARENT PIC X(4).
         05 ORG-NAME PIC X(20).
         05 ORG-MANAGER PIC X(20).

       FD EMPLOYER-INFO-FILE RECORDING MODE IS F.
       01 EMPLOYER-INFO-REC.
         05 EMR-FEIN PIC 9(9).
         05 EMR-NAME PIC X(30).
         05 EMR-ADDRESS PIC X(30).
         05 EMR-CITY PIC X(15).
         05 EMR-STATE PIC X(2).
         05 EMR-ZIP PIC X(5).

       SD SORT-WORK-FILE.
       01 SORT-REC.
         05 SR-EMPLOYEE-ID PIC X(5).
         05 SR-EMPLOYEE-NAME PIC X(20).
         05 SR-TERR-NO PIC 99.
         05 FILLER PIC X(53).

       FD EMPLOYEE-MASTER-NEW RECORDING MODE IS F.
       01 EMPLOYEE-NEW-REC PIC X(80).

       FD EMP-AUDIT-FILE RECORDING MODE IS F.
       01 EMP-AUDIT-REC.
         05 AUD-DATE PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 AUD-USER-ID PIC X(8).
         05 FILLER PIC X(1) VALUE SPACE.
         05 AUD-ACTION PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 AUD-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 AUD-EFFECTIVE-DATE PIC 9(6).
         05 FILLER PIC X(1) VALUE SPACE.
         05 AUD-BEFORE-IMAGE PIC X(31).
         05 FILLER PIC X(1) VALUE SPACE.
         05 AUD-AFTER-IMAGE PIC X(31).

       FD EMP-ERROR-FILE RECORDING MODE IS F.
       01 EMP-ERROR-REC.
         05 ERR-ACTION PIC X(1).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ERR-EMPLOYEE-ID PIC X(5).
         05 FILLER PIC X(1) VALUE SPACE.
         05 ERR-REASON PIC X(30).

       FD NEW-HIRE-FILE RECORDING MODE IS F.
       01 NEW-HIRE-REC.
         05 NH-REPORT-STATE PIC X(2).
         05 FILLER PIC X(1).
         05 NH-SOCSEC-NO PIC 9(9).
         05 FILLER PIC X(1).
         05 NH-EMPLOYEE-NAME PIC X(20).
         05 FILLER PIC X(1).
         05 NH-HOME-ADDRESS PIC X(30).
         05 FILLER PIC X(1).
         05 NH-HOME-CITY PIC X(15).
         05 FILLER PIC X(1).
         05 NH-HOME-STATE PIC X(2).
         05 FILLER PIC X(1).
         05 NH-HOME-ZIP PIC X(5).
         05 FILLER PIC X(1).
         05 NH-HIRE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 NH-EMPLOYER-FEIN PIC 9(9).
         05 FILLER PIC X(1).
         05 NH-EMPLOYER-NAME PIC X(30).
         05 FILLER PIC X(1).
         05 NH-EMPLOYER-ADDRESS PIC X(30).
         05 FILLER PIC X(1).
         05 NH-EMPLOYER-CITY PIC X(15).
         05 FILLER PIC X(1).
         05 NH-EMPLOYER-STATE PIC X(2).
         05 FILLER PIC X(1).
         05 NH-EMPLOYER-ZIP PIC X(5).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-EMP-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-LOC-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-EMP-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-EMP-FOUND VALUE 'YES'.
       01 WS-LOC-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-LOC-FOUND VALUE 'YES'.
       01 WS-EDITS-OK-SW PIC X(3) VALUE 'YES'.
         88 WS-EDITS-OK VALUE 'YES'.

       *> in-core copy of the payroll file, one record image each
       01 WS-EMPLOYEE-TABLE.
         05 WS-EMP-COUNT PIC 9(3) VALUE ZERO.
         05 WS-EMP-IMAGE OCCURS 500 TIMES PIC X(80).
       01 WS-EMP-SUB PIC 9(3) VALUE ZERO.
       01 WS-EMP-FOUND-SUB PIC 9(3) VALUE ZERO.

       *> the payroll record being maintained - the CH4PAYROLL layout
       01 WS-EMP-REC.
         05 WS-EMPLOYEE-ID PIC X(5).
         05 WS-EMPLOYEE-NAME PIC X(20).
         05 WS-TERR-NO PIC 99.
         05 WS-OFF-NO PIC 99.
         05 WS-ANNSAL PIC 9(6).
         05 WS-SOCSEC-NO PIC 9(9).
         05 WS-NUM-DEPEND PIC 99.
         05 WS-JOB-CLASS PIC 99.
         05 WS-FILING-STATUS PIC X(1).
         05 WS-EMP-STATUS PIC X(1).
           88 WS-EMP-ACTIVE VALUES 'A', ' '.
           88 WS-EMP-TERMINATED VALUE 'T'.
         05 WS-HIRE-DATE PIC 9(6).
         05 WS-TERM-DATE PIC 9(6).
         05 WS-ORIG-HIRE-DATE PIC 9(6).
         05 FILLER PIC X(12).

       *> the part of the record a status change touches - audited
       *> before and after
       01 WS-STATUS-IMAGE.
         05 WS-SI-STATUS PIC X(1).
         05 WS-SI-HIRE-DATE PIC X(6).
         05 WS-SI-TERM-DATE PIC X(6).
         05 WS-SI-ORIG-HIRE-DATE PIC X(6).
         05 WS-SI-TERR-NO PIC X(2).
         05 WS-SI-OFF-NO PIC X(2).
         05 WS-SI-ANNSAL PIC X(6).
         05 WS-SI-JOB-CLASS PIC X(2).

       01 WS-LOCATION-TABLE.
         05 WS-LOC-COUNT PIC 9(3) VALUE ZERO.
         05 WS-LOC-ENTRY OCCURS 100 TIMES.
           10 WS-LOC-TERR-NO PIC 99.
           10 WS-LOC-OFF-NO PIC 99.
           10 WS-LOC-STATE-CODE PIC X(2).
       01 WS-LOC-SUB PIC 9(3) VALUE ZERO.
       01 WS-REPORT-STATE PIC X(2) VALUE SPACES.

       *> organization units in force on the run date - the latest
       *> version of each unit not after that date
       01 WS-ORG-TABLE.
         05 WS-ORG-COUNT PIC 9(3) VALUE ZERO.
         05 WS-ORG-ENTRY OCCURS 300 TIMES.
           10 WS-ORG-LEVEL PIC X(1).
           10 WS-ORG-CODE PIC X(4).
           10 WS-ORG-EFF-DATE PIC 9(8).
           10 WS-ORG-STATUS PIC X(1).
       01 WS-ORG-SUB PIC 9(3) VALUE ZERO.
       01 WS-ORG-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-ORG-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-ORG-FOUND VALUE 'YES'.
       01 WS-ORG-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-ORG-AS-OF PIC 9(8) VALUE ZERO.
       01 WS-ORG-KEY-CODE.
         05 WS-ORG-KEY-TERR PIC X(2) VALUE SPACES.
         05 WS-ORG-KEY-OFF PIC X(2) VALUE SPACES.

       01 WS-EMPLOYER-INFO.
         05 WS-EMR-FEIN PIC 9(9) VALUE ZEROS.
         05 WS-EMR-NAME PIC X(30) VALUE SPACES.
         05 WS-EMR-ADDRESS PIC X(30) VALUE SPACES.
         05 WS-EMR-CITY PIC X(15) VALUE SPACES.
         05 WS-EMR-STATE PIC X(2) VALUE SPACES.
         05 WS-EMR-ZIP PIC X(5) VALUE SPACES.

       01 WS-RUN-DATE PIC 9(6) VALUE ZERO.
       01 WS-WORK-DATE PIC 9(6) VALUE ZERO.
       01 WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
         05 WS-WORK-YY PIC 9(2).
         05 WS-WORK-MM PIC 9(2).
         05 WS-WORK-DD PIC 9(2).
       01 WS-RUN-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-HIRE-DAY-NO PIC 9(6) VALUE ZERO.
       *> days the state allows for reporting a hire
       01 WS-NEW-HIRE-DAYS PIC 9(3) VALUE 20.

       01 WS-MAINT-TOTALS.
         05 WS-HIRE-COUNT PIC 9(4) VALUE ZERO.
         05 WS-TERM-COUNT PIC 9(4) VALUE ZERO.
         05 WS-REHIRE-COUNT PIC 9(4) VALUE ZERO.
         05 WS-LATE-COUNT PIC 9(4) VALUE ZERO.
         05 WS-ERROR-COUNT PIC 9(4) VALUE ZERO.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           MOVE WS-RUN-DATE TO WS-WORK-DATE
           COMPUTE WS-RUN-DAY-NO =
             WS-WORK-YY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
           PERFORM 105-LOAD-EMPLOYER-INFO
           PERFORM 110-LOAD-EMPLOYEES
           PERFORM 115-LOAD-LOCATIONS
           PERFORM 116-LOAD-ORG-MASTER
           OPEN INPUT EMP-TRANS-FILE
             OUTPUT EMP-AUDIT-FILE
             OUTPUT EMP-ERROR-FILE
             OUTPUT NEW-HIRE-FILE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ EMP-TRANS-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-APPLY-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE EMP-TRANS-FILE EMP-AUDIT-FILE EMP-ERROR-FILE
             NEW-HIRE-FILE
           SORT SORT-WORK-FILE
             ON ASCENDING KEY SR-TERR-NO
             WITH DUPLICATES IN ORDER
             INPUT PROCEDURE IS 300-RELEASE-EMPLOYEES
             GIVING EMPLOYEE-MASTER-NEW
           DISPLAY 'EMP STATUS - HIRES: ' WS-HIRE-COUNT
             ' TERMINATIONS: ' WS-TERM-COUNT
             ' REHIRES: ' WS-REHIRE-COUNT
             ' LATE HIRES: ' WS-LATE-COUNT
             ' ERRORS: ' WS-ERROR-COUNT
           STOP RUN.

       105-LOAD-EMPLOYER-INFO.
           OPEN INPUT EMPLOYER-INFO-FILE
           READ EMPLOYER-INFO-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF EMR-FEIN NUMERIC
                       MOVE EMR-FEIN TO WS-EMR-FEIN
                   END-IF
                   MOVE EMR-NAME TO WS-EMR-NAME
                   MOVE EMR-ADDRESS TO WS-EMR-ADDRESS
                   MOVE EMR-CITY TO WS-EMR-CITY
                   MOVE EMR-STATE TO WS-EMR-STATE
                   MOVE EMR-ZIP TO WS-EMR-ZIP
           END-READ
           CLOSE EMPLOYER-INFO-FILE.

       110-LOAD-EMPLOYEES.
           OPEN INPUT IN-EMPLOYEE-FILE
           PERFORM UNTIL WS-EMP-MORE-RECORDS = 'NO '
               READ IN-EMPLOYEE-FILE
                   AT END
                       MOVE 'NO ' TO WS-EMP-MORE-RECORDS
                   NOT AT END
                       IF WS-EMP-COUNT = 500
                           DISPLAY 'EMPLOYEE TABLE FULL - STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-EMP-COUNT
                       MOVE EMPLOYEE TO WS-EMP-IMAGE(WS-EMP-COUNT)
               END-READ
           END-PERFORM
           CLOSE IN-EMPLOYEE-FILE.

       115-LOAD-LOCATIONS.
           OPEN INPUT LOCATION-MASTER
           PERFORM UNTIL WS-LOC-MORE-RECORDS = 'NO '
               READ LOCATION-MASTER
                   AT END
                       MOVE 'NO ' TO WS-LOC-MORE-RECORDS
                   NOT AT END
                       IF WS-LOC-COUNT = 100
                           DISPLAY 'LOCATION TABLE FULL - STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-LOC-COUNT
                       MOVE LOC-TERR-NO TO WS-LOC-TERR-NO(WS-LOC-COUNT)
                       MOVE LOC-OFF-NO TO WS-LOC-OFF-NO(WS-LOC-COUNT)
                       MOVE LOC-STATE-CODE
                         TO WS-LOC-STATE-CODE(WS-LOC-COUNT)
               END-READ
           END-PERFORM
           CLOSE LOCATION-MASTER.

       *> keeps, per unit, the latest version not after the run
       *> date; a closed version leaves the unit off the hierarchy
       116-LOAD-ORG-MASTER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ORG-AS-OF
           OPEN INPUT ORG-MASTER
           PERFORM UNTIL WS-ORG-MORE-RECORDS = 'NO '
               READ ORG-MASTER
                   AT END
                       MOVE 'NO ' TO WS-ORG-MORE-RECORDS
                   NOT AT END
                       IF ORG-EFF-DATE NOT > WS-ORG-AS-OF
                           PERFORM 117-FILE-ORG-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-MASTER.

       117-FILE-ORG-VERSION.
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
                   DISPLAY 'ORG TABLE FULL - STOPPED'
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
           END-IF.

       200-APPLY-TRANSACTION.
           MOVE SPACES TO EMP-AUDIT-REC EMP-ERROR-REC
           PERFORM 210-FIND-EMPLOYEE
           EVALUATE TRUE
               WHEN TRN-EFFECTIVE-DATE NOT NUMERIC
                 OR TRN-EFFECTIVE-DATE = ZEROS
                   MOVE 'INVALID EFFECTIVE DATE' TO ERR-REASON
                   PERFORM 280-WRITE-ERROR
               WHEN TRN-HIRE AND WS-EMP-FOUND
                   MOVE 'EMPLOYEE ALREADY ON CH4PAYROLL' TO ERR-REASON
                   PERFORM 280-WRITE-ERROR
               WHEN TRN-HIRE
                   PERFORM 230-APPLY-HIRE
               WHEN NOT WS-EMP-FOUND
                   MOVE 'EMPLOYEE NOT ON CH4PAYROLL' TO ERR-REASON
                   PERFORM 280-WRITE-ERROR
               WHEN TRN-TERMINATE
                   PERFORM 240-APPLY-TERMINATION
               WHEN TRN-REHIRE
                   PERFORM 250-APPLY-REHIRE
               WHEN OTHER
                   MOVE 'INVALID ACTION CODE' TO ERR-REASON
                   PERFORM 280-WRITE-ERROR
           END-EVALUATE.

       210-FIND-EMPLOYEE.
           MOVE 'NO ' TO WS-EMP-FOUND-SW
           MOVE ZEROS TO WS-EMP-FOUND-SUB
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
             UNTIL WS-EMP-SUB > WS-EMP-COUNT
               IF WS-EMP-IMAGE(WS-EMP-SUB)(1:5) = TRN-EMPLOYEE-ID
                   SET WS-EMP-FOUND TO TRUE
                   MOVE WS-EMP-SUB TO WS-EMP-FOUND-SUB
                   MOVE WS-EMP-COUNT TO WS-EMP-SUB
               END-IF
           END-PERFORM
           IF WS-EMP-FOUND
               MOVE WS-EMP-IMAGE(WS-EMP-FOUND-SUB) TO WS-EMP-REC
           END-IF.

       *> the office must exist - its state is where the hire is
       *> reported and withheld for
       215-FIND-LOCATION.
           MOVE 'NO ' TO WS-LOC-FOUND-SW
           MOVE SPACES TO WS-REPORT-STATE
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
             UNTIL WS-LOC-SUB > WS-LOC-COUNT
               IF WS-LOC-TERR-NO(WS-LOC-SUB) = WS-TERR-NO
                 AND WS-LOC-OFF-NO(WS-LOC-SUB) = WS-OFF-NO
                   SET WS-LOC-FOUND TO TRUE
                   MOVE WS-LOC-STATE-CODE(WS-LOC-SUB)
                     TO WS-REPORT-STATE
                   MOVE WS-LOC-COUNT TO WS-LOC-SUB
               END-IF
           END-PERFORM.

       *> the office must also be in force on the organization
       *> hierarchy
       216-FIND-ORG-OFFICE.
           MOVE 'NO ' TO WS-ORG-FOUND-SW
           MOVE WS-TERR-NO TO WS-ORG-KEY-TERR
           MOVE WS-OFF-NO TO WS-ORG-KEY-OFF
           PERFORM VARYING WS-ORG-SUB FROM 1 BY 1
             UNTIL WS-ORG-SUB > WS-ORG-COUNT
               IF WS-ORG-LEVEL(WS-ORG-SUB) = 'O'
                 AND WS-ORG-CODE(WS-ORG-SUB) = WS-ORG-KEY-CODE
                 AND WS-ORG-STATUS(WS-ORG-SUB) = 'A'
                   SET WS-ORG-FOUND TO TRUE
                   MOVE WS-ORG-SUB TO WS-ORG-FOUND-SUB
                   MOVE WS-ORG-COUNT TO WS-ORG-SUB
               END-IF
           END-PERFORM.

       220-BUILD-STATUS-IMAGE.
           MOVE WS-EMP-STATUS TO WS-SI-STATUS
           MOVE WS-EMP-REC(51:6) TO WS-SI-HIRE-DATE
           MOVE WS-EMP-REC(57:6) TO WS-SI-TERM-DATE
           MOVE WS-EMP-REC(63:6) TO WS-SI-ORIG-HIRE-DATE
           MOVE WS-EMP-REC(26:2) TO WS-SI-TERR-NO
           MOVE WS-EMP-REC(28:2) TO WS-SI-OFF-NO
           MOVE WS-EMP-REC(30:6) TO WS-SI-ANNSAL
           MOVE WS-EMP-REC(47:2) TO WS-SI-JOB-CLASS.

       *> a hire is edited in full before it reaches the payroll file
       230-APPLY-HIRE.
           MOVE 'YES' TO WS-EDITS-OK-SW
           EVALUATE TRUE
               WHEN TRN-EMPLOYEE-NAME = SPACES
                   MOVE 'EMPLOYEE NAME MISSING' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN TRN-TERR-NO NOT NUMERIC OR TRN-OFF-NO NOT NUMERIC
                 OR TRN-ANNSAL NOT NUMERIC
                 OR TRN-SOCSEC-NO NOT NUMERIC
                 OR TRN-NUM-DEPEND NOT NUMERIC
                   MOVE 'NON-NUMERIC HIRE FIELD' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN NOT TRN-VALID-JOB-CLASS
                   MOVE 'INVALID JOB CLASS' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN NOT TRN-VALID-FILING-STATUS
                   MOVE 'INVALID FILING STATUS' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN WS-EMP-COUNT = 500
                   MOVE 'EMPLOYEE TABLE FULL' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
           END-EVALUATE
           IF WS-EDITS-OK
               MOVE TRN-TERR-NO TO WS-TERR-NO
               MOVE TRN-OFF-NO TO WS-OFF-NO
               PERFORM 215-FIND-LOCATION
               PERFORM 216-FIND-ORG-OFFICE
               EVALUATE TRUE
                   WHEN NOT WS-ORG-FOUND
                       MOVE 'OFFICE NOT ON ORG HIERARCHY' TO ERR-REASON
                       MOVE 'NO ' TO WS-EDITS-OK-SW
                   WHEN NOT WS-LOC-FOUND
                       MOVE 'OFFICE NOT ON CH4LOCATIONS' TO ERR-REASON
                       MOVE 'NO ' TO WS-EDITS-OK-SW
               END-EVALUATE
           END-IF
           IF WS-EDITS-OK
               MOVE SPACES TO WS-EMP-REC AUD-BEFORE-IMAGE
               MOVE TRN-EMPLOYEE-ID TO WS-EMPLOYEE-ID
               MOVE TRN-EMPLOYEE-NAME TO WS-EMPLOYEE-NAME
               MOVE TRN-TERR-NO TO WS-TERR-NO
               MOVE TRN-OFF-NO TO WS-OFF-NO
               MOVE TRN-ANNSAL TO WS-ANNSAL
               MOVE TRN-SOCSEC-NO TO WS-SOCSEC-NO
               MOVE TRN-NUM-DEPEND TO WS-NUM-DEPEND
               MOVE TRN-JOB-CLASS TO WS-JOB-CLASS
               MOVE TRN-FILING-STATUS TO WS-FILING-STATUS
               MOVE 'A' TO WS-EMP-STATUS
               MOVE TRN-EFFECTIVE-DATE TO WS-HIRE-DATE
               MOVE ZEROS TO WS-TERM-DATE
               MOVE TRN-EFFECTIVE-DATE TO WS-ORIG-HIRE-DATE
               ADD 1 TO WS-EMP-COUNT
               MOVE WS-EMP-COUNT TO WS-EMP-FOUND-SUB
               MOVE WS-EMP-REC TO WS-EMP-IMAGE(WS-EMP-FOUND-SUB)
               PERFORM 220-BUILD-STATUS-IMAGE
               MOVE WS-STATUS-IMAGE TO AUD-AFTER-IMAGE
               PERFORM 290-WRITE-AUDIT
               PERFORM 260-WRITE-NEW-HIRE
               ADD 1 TO WS-HIRE-COUNT
           ELSE
               PERFORM 280-WRITE-ERROR
           END-IF.

       *> the record stays on file - the payroll run pays the final
       *> pay once and then leaves the employee out
       240-APPLY-TERMINATION.
           EVALUATE TRUE
               WHEN NOT WS-EMP-ACTIVE
                   MOVE 'EMPLOYEE NOT ACTIVE' TO ERR-REASON
                   PERFORM 280-WRITE-ERROR
               WHEN WS-HIRE-DATE NUMERIC
                 AND TRN-EFFECTIVE-DATE < WS-HIRE-DATE
                   MOVE 'TERMINATION BEFORE HIRE DATE' TO ERR-REASON
                   PERFORM 280-WRITE-ERROR
               WHEN OTHER
                   PERFORM 220-BUILD-STATUS-IMAGE
                   MOVE WS-STATUS-IMAGE TO AUD-BEFORE-IMAGE
                   MOVE 'T' TO WS-EMP-STATUS
                   MOVE TRN-EFFECTIVE-DATE TO WS-TERM-DATE
                   MOVE WS-EMP-REC TO WS-EMP-IMAGE(WS-EMP-FOUND-SUB)
                   PERFORM 220-BUILD-STATUS-IMAGE
                   MOVE WS-STATUS-IMAGE TO AUD-AFTER-IMAGE
                   PERFORM 290-WRITE-AUDIT
                   ADD 1 TO WS-TERM-COUNT
           END-EVALUATE.

       *> a rehire keeps the employee id, name and SSN; the original
       *> hire date is kept and the hire date becomes the rehire date
       250-APPLY-REHIRE.
           MOVE 'YES' TO WS-EDITS-OK-SW
           EVALUATE TRUE
               WHEN NOT WS-EMP-TERMINATED
                   MOVE 'EMPLOYEE NOT TERMINATED' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN WS-TERM-DATE NUMERIC
                 AND TRN-EFFECTIVE-DATE NOT > WS-TERM-DATE
                   MOVE 'REHIRE NOT AFTER TERMINATION' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
               WHEN TRN-JOB-CLASS NUMERIC AND TRN-JOB-CLASS > 0
                 AND NOT TRN-VALID-JOB-CLASS
                   MOVE 'INVALID JOB CLASS' TO ERR-REASON
                   MOVE 'NO ' TO WS-EDITS-OK-SW
           END-EVALUATE
           IF WS-EDITS-OK
               PERFORM 220-BUILD-STATUS-IMAGE
               MOVE WS-STATUS-IMAGE TO AUD-BEFORE-IMAGE
               IF TRN-TERR-NO NUMERIC AND TRN-OFF-NO NUMERIC
                 AND TRN-TERR-NO > 0
                   MOVE TRN-TERR-NO TO WS-TERR-NO
                   MOVE TRN-OFF-NO TO WS-OFF-NO
               END-IF
               PERFORM 215-FIND-LOCATION
               PERFORM 216-FIND-ORG-OFFICE
               EVALUATE TRUE
                   WHEN NOT WS-ORG-FOUND
                       MOVE 'OFFICE NOT ON ORG HIERARCHY' TO ERR-REASON
                       MOVE 'NO ' TO WS-EDITS-OK-SW
                   WHEN NOT WS-LOC-FOUND
                       MOVE 'OFFICE NOT ON CH4LOCATIONS' TO ERR-REASON
                       MOVE 'NO ' TO WS-EDITS-OK-SW
               END-EVALUATE
           END-IF
           IF WS-EDITS-OK
               IF TRN-ANNSAL NUMERIC AND TRN-ANNSAL > 0
                   MOVE TRN-ANNSAL TO WS-ANNSAL
               END-IF
               IF TRN-JOB-CLASS NUMERIC AND TRN-JOB-CLASS > 0
                   MOVE TRN-JOB-CLASS TO WS-JOB-CLASS
               END-IF
               IF WS-ORIG-HIRE-DATE NOT NUMERIC
                   MOVE WS-HIRE-DATE TO WS-ORIG-HIRE-DATE
               END-IF
               MOVE 'A' TO WS-EMP-STATUS
               MOVE TRN-EFFECTIVE-DATE TO WS-HIRE-DATE
               MOVE ZEROS TO WS-TERM-DATE
               MOVE WS-EMP-REC TO WS-EMP-IMAGE(WS-EMP-FOUND-SUB)
               PERFORM 220-BUILD-STATUS-IMAGE
               MOVE WS-STATUS-IMAGE TO AUD-AFTER-IMAGE
               PERFORM 290-WRITE-AUDIT
               PERFORM 260-WRITE-NEW-HIRE
               ADD 1 TO WS-REHIRE-COUNT
           ELSE
               PERFORM 280-WRITE-ERROR
           END-IF.

       *> a hire applied more than 20 days after it took effect is
       *> still reported, and listed so the lateness is seen
       260-WRITE-NEW-HIRE.
           MOVE SPACES TO NEW-HIRE-REC
           MOVE WS-REPORT-STATE TO NH-REPORT-STATE
           MOVE WS-SOCSEC-NO TO NH-SOCSEC-NO
           MOVE WS-EMPLOYEE-NAME TO NH-EMPLOYEE-NAME
           MOVE TRN-HOME-ADDRESS TO NH-HOME-ADDRESS
           MOVE TRN-HOME-CITY TO NH-HOME-CITY
           MOVE TRN-HOME-STATE TO NH-HOME-STATE
           MOVE TRN-HOME-ZIP TO NH-HOME-ZIP
           MOVE TRN-EFFECTIVE-DATE TO NH-HIRE-DATE
           MOVE WS-EMR-FEIN TO NH-EMPLOYER-FEIN
           MOVE WS-EMR-NAME TO NH-EMPLOYER-NAME
           MOVE WS-EMR-ADDRESS TO NH-EMPLOYER-ADDRESS
           MOVE WS-EMR-CITY TO NH-EMPLOYER-CITY
           MOVE WS-EMR-STATE TO NH-EMPLOYER-STATE
           MOVE WS-EMR-ZIP TO NH-EMPLOYER-ZIP
           WRITE NEW-HIRE-REC
           MOVE TRN-EFFECTIVE-DATE TO WS-WORK-DATE
           COMPUTE WS-HIRE-DAY-NO =
             WS-WORK-YY * 365 + WS-WORK-MM * 31 + WS-WORK-DD
           IF WS-RUN-DAY-NO > WS-HIRE-DAY-NO + WS-NEW-HIRE-DAYS
               MOVE SPACES TO EMP-ERROR-REC
               MOVE 'NEW HIRE REPORTED LATE' TO ERR-REASON
               MOVE TRN-ACTION TO ERR-ACTION
               MOVE TRN-EMPLOYEE-ID TO ERR-EMPLOYEE-ID
               WRITE EMP-ERROR-REC
               ADD 1 TO WS-LATE-COUNT
           END-IF.

       280-WRITE-ERROR.
           MOVE TRN-ACTION TO ERR-ACTION
           MOVE TRN-EMPLOYEE-ID TO ERR-EMPLOYEE-ID
           WRITE EMP-ERROR-REC
           ADD 1 TO WS-ERROR-COUNT.

       290-WRITE-AUDIT.
           MOVE WS-RUN-DATE TO AUD-DATE
           MOVE TRN-USER-ID TO AUD-USER-ID
           MOVE TRN-ACTION TO AUD-ACTION
           MOVE TRN-EMPLOYEE-ID TO AUD-EMPLOYEE-ID
           MOVE TRN-EFFECTIVE-DATE TO AUD-EFFECTIVE-DATE
           WRITE EMP-AUDIT-REC.

       300-RELEASE-EMPLOYEES.
           PERFORM VARYING WS-EMP-SUB FROM 1 BY 1
             UNTIL WS-EMP-SUB > WS-EMP-COUNT
               MOVE WS-EMP-IMAGE(WS-EMP-SUB) TO SORT-REC
               RELEASE SORT-REC
           END-PERFORM.

       end program EmpStatus.
