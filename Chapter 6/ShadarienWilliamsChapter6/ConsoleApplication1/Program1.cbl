       ASSIGN USING WS-BURST-NAME
       organization IS LINE sequential.

       *> organization hierarchy - territory names for the subtotals
       *> and a flag on offices not in force on the business date
       SELECT ORG-MASTER
       ASSIGN TO 'CHORGMASTER'
       organization IS LINE sequential.

       data division.
       FILE SECTION.

         05 RPT-ANN-SALARY             PIC $$$$,$$9.
         05 FILLER                     PIC X(3).
         05 RPT-SSN                    PIC x(11).
         05 FILLER                     PIC X(2).
         05 RPT-ORG-FLAG               PIC X(12).
         05 FILLER                     PIC X(3).

       SD SORT-WORK-FILE.
       01 SR-PYROL-MSTR.
         05 CAT-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 CAT-TIME PIC 9(6).
       *> M SSNs masked, U SSNs printed in full, blank no SSNs
         05 FILLER PIC X(1).
         05 CAT-SSN-STATE PIC X(1).

       FD ORG-MASTER RECORDING MODE IS F.
       01 ORG-MASTER-REC.
         05 ORG-LEVEL                  PIC X(1).
         05 ORG-CODE                   PIC X(4).
         05 ORG-EFF-DATE               PIC 9(8).
         05 ORG-STATUS                 PIC X(1).
         05 ORG-PARENT                 PIC X(4).
         05 ORG-NAME                   PIC X(20).
         05 ORG-MANAGER                PIC X(20).

       working-storage section.
       *> run-stamped generation name for this run's report output,
         05 FILLER                     PIC X(10) VALUE SPACES.
         05 FILLER                     PIC X(10) VALUE 'TERRITORY '.
         05 TT-TERR                    PIC XX.
         05 FILLER                     PIC X(01) VALUE SPACE.
         05 TT-TERR-NAME               PIC X(20).
         05 FILLER                     PIC X(08) VALUE ' TOTAL: '.
         05 TT-SALARY                  PIC $$$,$$$,$$9.
         05 FILLER                     PIC X(20) VALUE SPACES.

       *> organization units in force on the business date - the
       *> latest version of each unit not after that date
       01 WS-ORG-TABLE.
         05 WS-ORG-COUNT               PIC 9(3) VALUE ZERO.
         05 WS-ORG-ENTRY OCCURS 300 TIMES.
           10 WS-ORG-LEVEL             PIC X(1).
           10 WS-ORG-CODE              PIC X(4).
           10 WS-ORG-EFF-DATE          PIC 9(8).
           10 WS-ORG-STATUS            PIC X(1).
           10 WS-ORG-NAME              PIC X(20).
       01 WS-ORG-SUB                   PIC 9(3) VALUE ZERO.
       01 WS-ORG-FOUND-SUB             PIC 9(3) VALUE ZERO.
       01 WS-ORG-FOUND-SW              PIC X(3) VALUE 'NO '.
         88 WS-ORG-FOUND               VALUE 'YES'.
       01 WS-ORG-MORE-RECORDS          PIC X(3) VALUE 'YES'.
       01 WS-ORG-KEY-LEVEL             PIC X(1) VALUE SPACE.
       01 WS-ORG-KEY-CODE.
         05 WS-ORG-KEY-TERR            PIC X(2) VALUE SPACES.
         05 WS-ORG-KEY-OFFICE          PIC X(2) VALUE SPACES.

       01 ASSORTED-FLAGS.
         05 MORE-RECORDS               PIC X(3) VALUE 'YES'.
           PERFORM 104-CHECK-RUN-REGISTER.
           PERFORM 106-CHECK-RUN-STATUS.
           PERFORM 105-LOAD-CONTROLS.
           PERFORM 112-LOAD-ORG-MASTER.
           PERFORM 980-LOAD-SSN-MASK.
           MOVE 'STARTED ' TO WS-RS-STATUS-SET
           PERFORM 108-WRITE-RUN-STATUS
           END-PERFORM
           CLOSE EMP-YTD-LEDGER.

       *> keeps, per unit, the latest version not after the business
       *> date; a closed version leaves the unit off the hierarchy
       112-LOAD-ORG-MASTER.
           OPEN INPUT ORG-MASTER
           PERFORM UNTIL WS-ORG-MORE-RECORDS = 'NO '
               READ ORG-MASTER
                   AT END
                       MOVE 'NO ' TO WS-ORG-MORE-RECORDS
                   NOT AT END
                       IF ORG-EFF-DATE NOT > WS-BUSINESS-DATE-N
                           PERFORM 113-FILE-ORG-VERSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ORG-MASTER.

       113-FILE-ORG-VERSION.
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
                   GOBACK
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
           END-IF.

       110-STARTUP-MODULE.
           OPEN OUTPUT OUT-SALARY-FILE.
           OPEN OUTPUT SSN-EXCEPTIONS-FILE.
           MOVE SR-TERR TO RPT-TERR
           MOVE SR-OFFICE-NUMBER TO RPT-OFFICE-NUMBER
           MOVE SR-ANN-SALARY TO RPT-ANN-SALARY
           MOVE 'O' TO WS-ORG-KEY-LEVEL
           MOVE SR-TERR TO WS-ORG-KEY-TERR
           MOVE SR-OFFICE-NUMBER TO WS-ORG-KEY-OFFICE
           PERFORM 240-FIND-ORG-UNIT
           IF NOT WS-ORG-FOUND
               MOVE '*NOT ON ORG*' TO RPT-ORG-FLAG
           END-IF

           PERFORM 220-VALIDATE-SSN
           IF WS-BAD-SSN
           MOVE WS-BURST-NAME TO CAT-FILE-NAME
           MOVE WS-GEN-DATE TO CAT-DATE
           MOVE WS-GEN-TIME TO CAT-TIME
           IF WS-SSN-UNMASKED
               MOVE 'U' TO CAT-SSN-STATE
           ELSE
               MOVE 'M' TO CAT-SSN-STATE
           END-IF
           WRITE GEN-CATALOG-REC
           CLOSE GEN-CATALOG-FILE
           OPEN OUTPUT BURST-FILE
           WRITE RPT-REC FROM PRINT-HDR1.
           MOVE 3 TO LINE-COUNT.

       *> is WS-ORG-KEY-LEVEL / WS-ORG-KEY-CODE in force on the
       *> business date
       240-FIND-ORG-UNIT.
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

       260-TERR-CONTROL-BREAK.
           MOVE WS-TERR-HOLD TO TT-TERR
           MOVE 'T' TO WS-ORG-KEY-LEVEL
           MOVE WS-TERR-HOLD TO WS-ORG-KEY-TERR
           MOVE SPACES TO WS-ORG-KEY-OFFICE
           PERFORM 240-FIND-ORG-UNIT
           IF WS-ORG-FOUND
               MOVE WS-ORG-NAME(WS-ORG-FOUND-SUB) TO TT-TERR-NAME
           ELSE
               MOVE '*NOT ON ORG*' TO TT-TERR-NAME
           END-IF
           MOVE WS-TERR-TOT TO TT-SALARY
           WRITE RPT-REC FROM TERR-TOTAL-REC
           ADD 1 TO LINE-COUNT
           MOVE WS-GEN-NAME TO CAT-FILE-NAME
           MOVE WS-GEN-DATE TO CAT-DATE
           MOVE WS-GEN-TIME TO CAT-TIME
           IF WS-SSN-UNMASKED
               MOVE 'U' TO CAT-SSN-STATE
           ELSE
               MOVE 'M' TO CAT-SSN-STATE
           END-IF
           WRITE GEN-CATALOG-REC
           CLOSE GEN-CATALOG-FILE.

