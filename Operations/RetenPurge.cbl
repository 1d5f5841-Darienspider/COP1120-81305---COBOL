         05 CAT-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 CAT-TIME PIC 9(6).
       *> M SSNs masked, U SSNs printed in full, blank no SSNs
         05 FILLER PIC X(1).
         05 CAT-SSN-STATE PIC X(1).

       FD RETENTION-CONTROL RECORDING MODE IS F.
       01 RETENTION-CONTROL-REC.
           10 WS-CAT-NAME PIC X(40).
           10 WS-CAT-DATE PIC 9(8).
           10 WS-CAT-TIME PIC 9(6).
           10 WS-CAT-SSN-STATE PIC X(1).
           10 WS-CAT-PURGED PIC X(1).
       01 WS-CAT-SUB PIC 9(4) VALUE ZERO.

                         TO WS-CAT-NAME(WS-CAT-COUNT)
                       MOVE CAT-DATE TO WS-CAT-DATE(WS-CAT-COUNT)
                       MOVE CAT-TIME TO WS-CAT-TIME(WS-CAT-COUNT)
                       MOVE CAT-SSN-STATE
                         TO WS-CAT-SSN-STATE(WS-CAT-COUNT)
                       MOVE 'N' TO WS-CAT-PURGED(WS-CAT-COUNT)
               END-READ
           END-PERFORM
                   MOVE WS-CAT-NAME(WS-CAT-SUB) TO CAT-FILE-NAME
                   MOVE WS-CAT-DATE(WS-CAT-SUB) TO CAT-DATE
                   MOVE WS-CAT-TIME(WS-CAT-SUB) TO CAT-TIME
                   MOVE WS-CAT-SSN-STATE(WS-CAT-SUB) TO CAT-SSN-STATE
                   WRITE GEN-CATALOG-REC
               END-IF
           END-PERFORM
