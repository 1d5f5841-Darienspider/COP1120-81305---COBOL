       ASSIGN TO 'CH4PAYROLL'
       organization IS LINE sequential.

       *> organization hierarchy - offices, names and managers in
       *> force as of the run date
       SELECT ORG-MASTER
       ASSIGN TO 'CHORGMASTER'
       organization IS LINE sequential.

       SELECT DIRECTORY-RPT
         05 IN-SOCSEC-NO PIC 9(9).
         05 IN-NUM-DEPEND PIC 99.
         05 IN-JOB-CLASS PIC 99.
         05 IN-FILING-STATUS PIC X(1).
         05 IN-EMP-STATUS PIC X(1).
           88 IN-EMP-TERMINATED VALUE 'T'.
         05 FILLER PIC X(30).

       FD ORG-MASTER RECORDING MODE IS F.
       01 ORG-MASTER-REC.
         05 ORG-LEVEL PIC X(1).
         05 ORG-CODE PIC X(4).
         05 ORG-EFF-DATE PIC 9(8).
         05 ORG-STATUS PIC X(1).
         05 ORG-PARENT PIC X(4).
         05 ORG-NAME PIC X(20).
         05 ORG-MANAGER PIC X(20).

       FD DIRECTORY-RPT RECORDING MODE IS F.
       01 DIRECTORY-LINE PIC X(100).

       working-storage section.
       01 ARE-THERE-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-ORG-MORE-RECORDS PIC X(3) VALUE 'YES'.

       *> organization units in force on the run date - the latest
       *> version of each unit not after that date
       01 WS-ORG-TABLE.
         05 WS-ORG-COUNT PIC 9(3) VALUE ZERO.
         05 WS-ORG-ENTRY OCCURS 300 TIMES.
           10 WS-ORG-LEVEL PIC X(1).
           10 WS-ORG-CODE PIC X(4).
           10 WS-ORG-EFF-DATE PIC 9(8).
           10 WS-ORG-STATUS PIC X(1).
           10 WS-ORG-NAME PIC X(20).
           10 WS-ORG-MANAGER PIC X(20).
       01 WS-ORG-SUB PIC 9(3) VALUE ZERO.
       01 WS-ORG-FOUND-SUB PIC 9(3) VALUE ZERO.
       01 WS-ORG-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-ORG-FOUND VALUE 'YES'.
       01 WS-ORG-AS-OF PIC 9(8) VALUE ZERO.
       01 WS-TERR-SUB PIC 9(3) VALUE ZERO.

       *> per-office headcount and salary rolled up from the payroll
       *> file, one slot per office in force on the hierarchy
       01 WS-OFFICE-TABLE.
         05 WS-OFF-COUNT PIC 9(3) VALUE ZERO.
         05 WS-OFF-ENTRY OCCURS 300 TIMES.
           10 WS-OFF-CODE.
             15 WS-OFF-TERR-NO PIC X(2).
             15 WS-OFF-OFF-NO PIC X(2).
           10 WS-OFF-TERR-NAME PIC X(20).
           10 WS-OFF-OFF-NAME PIC X(20).
           10 WS-OFF-MANAGER PIC X(20).
           10 WS-OFF-HEADCOUNT PIC 9(4).
           10 WS-OFF-SALARY-TOT PIC 9(9).
         88 WS-OFF-FOUND VALUE 'YES'.

       01 DIR-TITLE-LINE.
         05 FILLER PIC X(23) VALUE 'OFFICE DIRECTORY AS OF '.
         05 DIR-AS-OF PIC 9(8).
         05 FILLER PIC X(69) VALUE SPACES.

       01 DIR-COL-LINE.
         05 FILLER PIC X(6) VALUE 'TERR  '.
         05 FILLER PIC X(22) VALUE 'TERRITORY NAME'.
         05 FILLER PIC X(5) VALUE 'OFF  '.
         05 FILLER PIC X(22) VALUE 'OFFICE NAME'.
         05 FILLER PIC X(22) VALUE 'MANAGER'.
         05 FILLER PIC X(7) VALUE 'HDCNT  '.
         05 FILLER PIC X(14) VALUE 'TOTAL SALARY'.
         05 FILLER PIC X(2) VALUE SPACES.

       01 DIR-DETAIL-LINE.
         05 DIR-TERR-NO PIC X(2).
         05 FILLER PIC X(4) VALUE SPACES.
         05 DIR-TERR-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 DIR-OFF-NO PIC X(2).
         05 FILLER PIC X(3) VALUE SPACES.
         05 DIR-OFF-NAME PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 DIR-MANAGER PIC X(20).
         05 FILLER PIC X(2) VALUE SPACES.
         05 DIR-HEADCOUNT PIC ZZZ9.
         05 FILLER PIC X(3) VALUE SPACES.
         05 DIR-SALARY-TOT PIC $$$,$$$,$$9.
         05 FILLER PIC X(5) VALUE SPACES.

       01 DIR-ORPHAN-LINE.
         05 FILLER PIC X(30) VALUE
           'EMPLOYEES NOT ON ORG OFFICES: '.
         05 DIR-ORPHAN-COUNT PIC ZZZ9.
         05 FILLER PIC X(66) VALUE SPACES.


       procedure division.
       100-MAIN-MODULE.
           PERFORM 110-LOAD-ORG-MASTER
           PERFORM 120-BUILD-OFFICES
           OPEN INPUT IN-EMPLOYEE-FILE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ IN-EMPLOYEE-FILE
           PERFORM 300-WRITE-DIRECTORY
           STOP RUN.

       *> keeps, per unit, the latest version not after the run
       *> date; a closed version leaves the unit off the hierarchy
       110-LOAD-ORG-MASTER.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ORG-AS-OF
           OPEN INPUT ORG-MASTER
           PERFORM UNTIL WS-ORG-MORE-RECORDS = 'NO '
               READ ORG-MASTER
                   AT END
                       MOVE 'NO ' TO WS-ORG-MORE-RECORDS
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
               MOVE ORG-NAME TO WS-ORG-NAME(WS-ORG-FOUND-SUB)
               MOVE ORG-MANAGER TO WS-ORG-MANAGER(WS-ORG-FOUND-SUB)
           END-IF.

       *> one directory slot per office in force, carrying its
       *> territory's name
       120-BUILD-OFFICES.
           PERFORM VARYING WS-ORG-FOUND-SUB FROM 1 BY 1
             UNTIL WS-ORG-FOUND-SUB > WS-ORG-COUNT
               IF WS-ORG-LEVEL(WS-ORG-FOUND-SUB) = 'O'
                 AND WS-ORG-STATUS(WS-ORG-FOUND-SUB) = 'A'
                   ADD 1 TO WS-OFF-COUNT
                   MOVE WS-ORG-CODE(WS-ORG-FOUND-SUB)
                     TO WS-OFF-CODE(WS-OFF-COUNT)
                   MOVE WS-ORG-NAME(WS-ORG-FOUND-SUB)
                     TO WS-OFF-OFF-NAME(WS-OFF-COUNT)
                   MOVE WS-ORG-MANAGER(WS-ORG-FOUND-SUB)
                     TO WS-OFF-MANAGER(WS-OFF-COUNT)
                   MOVE ZEROS TO WS-OFF-HEADCOUNT(WS-OFF-COUNT)
                   MOVE ZEROS TO WS-OFF-SALARY-TOT(WS-OFF-COUNT)
                   PERFORM 125-FIND-TERR-NAME
               END-IF
           END-PERFORM.

       125-FIND-TERR-NAME.
           MOVE SPACES TO WS-OFF-TERR-NAME(WS-OFF-COUNT)
           PERFORM VARYING WS-TERR-SUB FROM 1 BY 1
             UNTIL WS-TERR-SUB > WS-ORG-COUNT
               IF WS-ORG-LEVEL(WS-TERR-SUB) = 'T'
                 AND WS-ORG-CODE(WS-TERR-SUB)(1:2)
                   = WS-OFF-TERR-NO(WS-OFF-COUNT)
                 AND WS-ORG-STATUS(WS-TERR-SUB) = 'A'
                   MOVE WS-ORG-NAME(WS-TERR-SUB)
                     TO WS-OFF-TERR-NAME(WS-OFF-COUNT)
                   MOVE WS-ORG-COUNT TO WS-TERR-SUB
               END-IF
           END-PERFORM.

       *> terminated employees stay on the payroll file for their
       *> history but are no longer part of an office's staff
       200-TALLY-EMPLOYEE.
           IF NOT IN-EMP-TERMINATED
               MOVE 'NO ' TO WS-OFF-FOUND-SW
               PERFORM VARYING WS-OFF-SUB FROM 1 BY 1
                 UNTIL WS-OFF-SUB > WS-OFF-COUNT
                   IF WS-OFF-CODE(WS-OFF-SUB) = IN-LOC-CODE
                       SET WS-OFF-FOUND TO TRUE
                       ADD 1 TO WS-OFF-HEADCOUNT(WS-OFF-SUB)
                       ADD IN-ANNSAL TO WS-OFF-SALARY-TOT(WS-OFF-SUB)
                       MOVE WS-OFF-COUNT TO WS-OFF-SUB
                   END-IF
               END-PERFORM
               IF NOT WS-OFF-FOUND
                   ADD 1 TO WS-ORPHAN-COUNT
               END-IF
           END-IF.

       300-WRITE-DIRECTORY.
           OPEN OUTPUT DIRECTORY-RPT
           MOVE WS-ORG-AS-OF TO DIR-AS-OF
           WRITE DIRECTORY-LINE FROM DIR-TITLE-LINE
           WRITE DIRECTORY-LINE FROM DIR-COL-LINE
           PERFORM VARYING WS-OFF-SUB FROM 1 BY 1
             UNTIL WS-OFF-SUB > WS-OFF-COUNT
               PERFORM 310-WRITE-OFFICE-LINE
           END-PERFORM
           MOVE WS-ORPHAN-COUNT TO DIR-ORPHAN-COUNT
           WRITE DIRECTORY-LINE FROM DIR-ORPHAN-LINE
