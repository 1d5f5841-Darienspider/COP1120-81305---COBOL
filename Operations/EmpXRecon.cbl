         05 C4-OFF-NO PIC X(2).
         05 C4-ANNSAL PIC 9(6).
         05 C4-SOCSEC-NO PIC X(9).
         05 FILLER PIC X(5).
         05 C4-EMP-STATUS PIC X(1).
           88 C4-EMP-TERMINATED VALUE 'T'.
         05 FILLER PIC X(30).

       FD CH6-MASTER-FILE RECORDING MODE IS F.
       01 CH6-MASTER-REC.
                   AT END
                       MOVE 'NO ' TO WS-MORE-RECORDS
                   NOT AT END
                       IF NOT C4-EMP-TERMINATED
                           PERFORM 112-ADD-CH4-EMPLOYEE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CH4-PAYROLL-FILE.

       *> terminated employees stay on the Ch4 payroll file for their
       *> history and are not reconciled as current staff
       112-ADD-CH4-EMPLOYEE.
           ADD 1 TO WS-C4-COUNT
           MOVE C4-EMPLOYEE-ID TO WS-C4-EMPNO(WS-C4-COUNT)
           MOVE C4-EMPLOYEE-NAME TO WS-C4-NAME(WS-C4-COUNT)
           MOVE C4-TERR-NO TO WS-C4-TERR(WS-C4-COUNT)
           MOVE C4-ANNSAL TO WS-C4-SALARY(WS-C4-COUNT)
           MOVE C4-SOCSEC-NO TO WS-C4-SSN(WS-C4-COUNT)
           MOVE C4-EMPLOYEE-ID TO WS-EMPNO-HOLD
           PERFORM 105-REGISTER-EMPNO.

       120-LOAD-CH6.
           MOVE 'YES' TO WS-MORE-RECORDS
           OPEN INPUT CH6-MASTER-FILE
