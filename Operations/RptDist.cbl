       identification division.
       program-id. RptDist.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> the night the distribution is for - catalog entries from
       *> this business date on are the night's reports
       SELECT OPTIONAL STREAM-DATE-FILE
       ASSIGN TO 'CHSTREAMDATE'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT OPTIONAL GEN-CATALOG-FILE
       ASSIGN TO 'CHGENCAT'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> who gets which report family, how, and whether they are
       *> cleared to see SSNs printed in full
       SELECT DIST-MASTER-FILE
       ASSIGN TO 'CHDISTMASTER'
       ORGANIZATION IS LINE SEQUENTIAL.

       *> every delivery and refusal ever made - the proof of who
       *> received what on what date; also keeps a rerun from
       *> sending the same generation twice
       SELECT OPTIONAL DELIVERY-LOG-FILE
       ASSIGN TO 'CHDELIVLOG'
       ORGANIZATION IS LINE SEQUENTIAL.

       SELECT MANIFEST-RPT
       ASSIGN TO 'CHDISTMANIFEST'
       ORGANIZATION IS LINE SEQUENTIAL.

       data division.
       file section.

       FD STREAM-DATE-FILE RECORDING MODE IS F.
       01 STREAM-DATE-REC.
         05 SD-BUSINESS-DATE PIC 9(8).

       FD GEN-CATALOG-FILE RECORDING MODE IS F.
       01 GEN-CATALOG-REC.
         05 CAT-FILE-NAME PIC X(40).
         05 FILLER PIC X(1).
         05 CAT-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 CAT-TIME PIC 9(6).
       *> M SSNs masked, U SSNs printed in full, blank no SSNs
         05 FILLER PIC X(1).
         05 CAT-SSN-STATE PIC X(1).

       FD DIST-MASTER-FILE RECORDING MODE IS F.
       01 DIST-MASTER-REC.
       *> the generation name up to its .G run stamp
         05 DST-FAMILY PIC X(20).
         05 FILLER PIC X(1).
         05 DST-RECIPIENT-ID PIC X(8).
         05 FILLER PIC X(1).
         05 DST-RECIPIENT-NAME PIC X(24).
         05 FILLER PIC X(1).
         05 DST-DEPARTMENT PIC X(12).
         05 FILLER PIC X(1).
       *> PRINT, EMAIL, SFTP or PICKUP
         05 DST-METHOD PIC X(8).
         05 FILLER PIC X(1).
         05 DST-SSN-CLEARED PIC X(1).

       FD DELIVERY-LOG-FILE RECORDING MODE IS F.
       01 DELIVERY-LOG-REC.
         05 DLV-BUSINESS-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 DLV-DATE PIC 9(8).
         05 FILLER PIC X(1).
         05 DLV-TIME PIC 9(6).
         05 FILLER PIC X(1).
         05 DLV-RECIPIENT-ID PIC X(8).
         05 FILLER PIC X(1).
         05 DLV-FILE-NAME PIC X(40).
         05 FILLER PIC X(1).
         05 DLV-METHOD PIC X(8).
         05 FILLER PIC X(1).
         05 DLV-STATUS PIC X(9).

       FD MANIFEST-RPT RECORDING MODE IS F.
       01 MANIFEST-LINE PIC X(100).

       working-storage section.
       01 WS-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-DST-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-DLV-MORE-RECORDS PIC X(3) VALUE 'YES'.

       01 WS-RUN-DATE PIC 9(8) VALUE ZEROS.
       01 WS-NOW-DATE PIC 9(8) VALUE ZEROS.
       01 WS-NOW-TIME PIC 9(6) VALUE ZEROS.

       *> the night's generations
       01 WS-GEN-TABLE.
         05 WS-GEN-COUNT PIC 9(3) VALUE ZERO.
         05 WS-GEN-ENTRY OCCURS 500 TIMES.
           10 WS-GEN-FILE-NAME PIC X(40).
           10 WS-GEN-FAMILY PIC X(20).
           10 WS-GEN-SSN-STATE PIC X(1).
       01 WS-GEN-SUB PIC 9(3) VALUE ZERO.

       *> the routes from the distribution master, and the distinct
       *> recipients in the order first named
       01 WS-ROUTE-TABLE.
         05 WS-RTE-COUNT PIC 9(3) VALUE ZERO.
         05 WS-RTE-ENTRY OCCURS 300 TIMES.
           10 WS-RTE-FAMILY PIC X(20).
           10 WS-RTE-RECIPIENT-ID PIC X(8).
           10 WS-RTE-METHOD PIC X(8).
           10 WS-RTE-SSN-CLEARED PIC X(1).
       01 WS-RTE-SUB PIC 9(3) VALUE ZERO.
       01 WS-RECIPIENT-TABLE.
         05 WS-RCP-COUNT PIC 9(3) VALUE ZERO.
         05 WS-RCP-ENTRY OCCURS 200 TIMES.
           10 WS-RCP-ID PIC X(8).
           10 WS-RCP-NAME PIC X(24).
           10 WS-RCP-DEPARTMENT PIC X(12).
       01 WS-RCP-SUB PIC 9(3) VALUE ZERO.
       01 WS-RCP-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-RCP-FOUND VALUE 'YES'.

       *> generations already delivered on an earlier run
       01 WS-SENT-TABLE.
         05 WS-SNT-COUNT PIC 9(4) VALUE ZERO.
         05 WS-SNT-ENTRY OCCURS 2000 TIMES.
           10 WS-SNT-RECIPIENT-ID PIC X(8).
           10 WS-SNT-FILE-NAME PIC X(40).
       01 WS-SNT-SUB PIC 9(4) VALUE ZERO.
       01 WS-ALREADY-SENT-SW PIC X(3) VALUE 'NO '.
         88 WS-ALREADY-SENT VALUE 'YES'.

       *> this run's deliveries, printed grouped by recipient
       01 WS-DELIVERY-TABLE.
         05 WS-DEL-COUNT PIC 9(4) VALUE ZERO.
         05 WS-DEL-ENTRY OCCURS 2000 TIMES.
           10 WS-DEL-RECIPIENT-ID PIC X(8).
           10 WS-DEL-GEN-SUB PIC 9(3).
           10 WS-DEL-METHOD PIC X(8).
           10 WS-DEL-STATUS PIC X(9).
           10 WS-DEL-REASON PIC X(30).
       01 WS-DEL-SUB PIC 9(4) VALUE ZERO.
       01 WS-RCP-LINES PIC 9(4) VALUE ZERO.

       01 WS-ROUTED-SW PIC X(3) VALUE 'NO '.
         88 WS-ROUTED VALUE 'YES'.

       01 WS-RUN-TOTALS.
         05 WS-DELIVERED-COUNT PIC 9(4) VALUE ZERO.
         05 WS-REFUSED-COUNT PIC 9(4) VALUE ZERO.
         05 WS-RESENT-COUNT PIC 9(4) VALUE ZERO.
         05 WS-UNROUTED-COUNT PIC 9(4) VALUE ZERO.

       01 MF-TITLE-LINE.
         05 FILLER PIC X(25) VALUE ' DISTRIBUTION MANIFEST - '.
         05 FILLER PIC X(14) VALUE 'BUSINESS DATE '.
         05 MFT-DATE PIC 9(8).
         05 FILLER PIC X(53) VALUE SPACES.

       01 MF-RECIPIENT-LINE.
         05 FILLER PIC X(12) VALUE ' RECIPIENT: '.
         05 MFR-ID PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 MFR-NAME PIC X(24).
         05 FILLER PIC X(8) VALUE '  DEPT: '.
         05 MFR-DEPARTMENT PIC X(12).
         05 FILLER PIC X(34) VALUE SPACES.

       01 MF-DETAIL-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 MFD-METHOD PIC X(8).
         05 FILLER PIC X(2) VALUE SPACES.
         05 MFD-FILE-NAME PIC X(40).
         05 FILLER PIC X(2) VALUE SPACES.
         05 MFD-STATUS PIC X(14).
         05 MFD-REASON PIC X(30).

       01 MF-EXCEPTION-HEAD.
         05 FILLER PIC X(40) VALUE
           ' REPORTS WITH NO DISTRIBUTION ROUTE'.
         05 FILLER PIC X(60) VALUE SPACES.

       01 MF-EXCEPTION-LINE.
         05 FILLER PIC X(4) VALUE SPACES.
         05 MFX-FILE-NAME PIC X(40).
         05 FILLER PIC X(2) VALUE SPACES.
         05 MFX-FAMILY PIC X(20).
         05 FILLER PIC X(34) VALUE SPACES.

       01 MF-TOTAL-LINE.
         05 FILLER PIC X(12) VALUE ' DELIVERED: '.
         05 MFL-DELIVERED PIC ZZZ9.
         05 FILLER PIC X(11) VALUE '  REFUSED: '.
         05 MFL-REFUSED PIC ZZZ9.
         05 FILLER PIC X(16) VALUE '  ALREADY SENT: '.
         05 MFL-RESENT PIC ZZZ9.
         05 FILLER PIC X(12) VALUE '  UNROUTED: '.
         05 MFL-UNROUTED PIC ZZZ9.
         05 FILLER PIC X(33) VALUE SPACES.

       01 MF-BLANK-LINE PIC X(100) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           PERFORM 105-READ-STREAM-DATE
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-NOW-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-NOW-TIME
           PERFORM 110-LOAD-DIST-MASTER
           PERFORM 120-LOAD-DELIVERY-LOG
           PERFORM 130-LOAD-CATALOG
           OPEN OUTPUT MANIFEST-RPT
           MOVE WS-RUN-DATE TO MFT-DATE
           WRITE MANIFEST-LINE FROM MF-TITLE-LINE
           WRITE MANIFEST-LINE FROM MF-BLANK-LINE
           WRITE MANIFEST-LINE FROM MF-EXCEPTION-HEAD
           PERFORM VARYING WS-GEN-SUB FROM 1 BY 1
             UNTIL WS-GEN-SUB > WS-GEN-COUNT
               PERFORM 200-ROUTE-ONE-GENERATION
           END-PERFORM
           OPEN EXTEND DELIVERY-LOG-FILE
           PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
             UNTIL WS-RCP-SUB > WS-RCP-COUNT
               PERFORM 300-RECIPIENT-MANIFEST
           END-PERFORM
           CLOSE DELIVERY-LOG-FILE
           WRITE MANIFEST-LINE FROM MF-BLANK-LINE
           MOVE WS-DELIVERED-COUNT TO MFL-DELIVERED
           MOVE WS-REFUSED-COUNT TO MFL-REFUSED
           MOVE WS-RESENT-COUNT TO MFL-RESENT
           MOVE WS-UNROUTED-COUNT TO MFL-UNROUTED
           WRITE MANIFEST-LINE FROM MF-TOTAL-LINE
           CLOSE MANIFEST-RPT
           EVALUATE TRUE
               WHEN WS-REFUSED-COUNT > ZERO
                   DISPLAY 'DISTRIBUTION: ' WS-REFUSED-COUNT
                     ' DELIVERY(S) REFUSED - SEE CHDISTMANIFEST'
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNROUTED-COUNT > ZERO
                   DISPLAY 'DISTRIBUTION: ' WS-UNROUTED-COUNT
                     ' REPORT(S) WITH NO ROUTE'
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

       105-READ-STREAM-DATE.
           OPEN INPUT STREAM-DATE-FILE
           READ STREAM-DATE-FILE
               AT END
                   DISPLAY 'NO STREAM BUSINESS DATE - RUN REFUSED'
                   MOVE 8 TO RETURN-CODE
                   CLOSE STREAM-DATE-FILE
                   STOP RUN
               NOT AT END
                   MOVE SD-BUSINESS-DATE TO WS-RUN-DATE
           END-READ
           CLOSE STREAM-DATE-FILE.

       110-LOAD-DIST-MASTER.
           OPEN INPUT DIST-MASTER-FILE
           PERFORM UNTIL WS-DST-MORE-RECORDS = 'NO '
               READ DIST-MASTER-FILE
                   AT END
                       MOVE 'NO ' TO WS-DST-MORE-RECORDS
                   NOT AT END
                       PERFORM 115-FILE-ROUTE
               END-READ
           END-PERFORM
           CLOSE DIST-MASTER-FILE.

       115-FILE-ROUTE.
           IF WS-RTE-COUNT = 300
               DISPLAY 'ROUTE TABLE FULL - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-RTE-COUNT
           MOVE DST-FAMILY TO WS-RTE-FAMILY(WS-RTE-COUNT)
           MOVE DST-RECIPIENT-ID TO WS-RTE-RECIPIENT-ID(WS-RTE-COUNT)
           MOVE DST-METHOD TO WS-RTE-METHOD(WS-RTE-COUNT)
           MOVE DST-SSN-CLEARED TO WS-RTE-SSN-CLEARED(WS-RTE-COUNT)
           MOVE 'NO ' TO WS-RCP-FOUND-SW
           PERFORM VARYING WS-RCP-SUB FROM 1 BY 1
             UNTIL WS-RCP-SUB > WS-RCP-COUNT
               IF WS-RCP-ID(WS-RCP-SUB) = DST-RECIPIENT-ID
                   SET WS-RCP-FOUND TO TRUE
                   MOVE WS-RCP-COUNT TO WS-RCP-SUB
               END-IF
           END-PERFORM
           IF NOT WS-RCP-FOUND
               IF WS-RCP-COUNT = 200
                   DISPLAY 'RECIPIENT TABLE FULL - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RCP-COUNT
               MOVE DST-RECIPIENT-ID TO WS-RCP-ID(WS-RCP-COUNT)
               MOVE DST-RECIPIENT-NAME TO WS-RCP-NAME(WS-RCP-COUNT)
               MOVE DST-DEPARTMENT TO WS-RCP-DEPARTMENT(WS-RCP-COUNT)
           END-IF.

       120-LOAD-DELIVERY-LOG.
           OPEN INPUT DELIVERY-LOG-FILE
           PERFORM UNTIL WS-DLV-MORE-RECORDS = 'NO '
               READ DELIVERY-LOG-FILE
                   AT END
                       MOVE 'NO ' TO WS-DLV-MORE-RECORDS
                   NOT AT END
                       IF DLV-STATUS = 'DELIVERED'
                         AND DLV-BUSINESS-DATE NOT < WS-RUN-DATE
                           PERFORM 125-FILE-SENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DELIVERY-LOG-FILE.

       125-FILE-SENT.
           IF WS-SNT-COUNT = 2000
               DISPLAY 'DELIVERY LOG TABLE FULL - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-SNT-COUNT
           MOVE DLV-RECIPIENT-ID TO WS-SNT-RECIPIENT-ID(WS-SNT-COUNT)
           MOVE DLV-FILE-NAME TO WS-SNT-FILE-NAME(WS-SNT-COUNT).

       *> a stream that runs past midnight catalogs under the next
       *> day's date, so everything from the business date on is
       *> the night's output
       130-LOAD-CATALOG.
           OPEN INPUT GEN-CATALOG-FILE
           PERFORM UNTIL WS-MORE-RECORDS = 'NO '
               READ GEN-CATALOG-FILE
                   AT END
                       MOVE 'NO ' TO WS-MORE-RECORDS
                   NOT AT END
                       IF CAT-DATE NOT < WS-RUN-DATE
                           PERFORM 135-FILE-GENERATION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GEN-CATALOG-FILE.

       135-FILE-GENERATION.
           IF WS-GEN-COUNT = 500
               DISPLAY 'GENERATION TABLE FULL - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GEN-COUNT
           MOVE CAT-FILE-NAME TO WS-GEN-FILE-NAME(WS-GEN-COUNT)
           MOVE CAT-SSN-STATE TO WS-GEN-SSN-STATE(WS-GEN-COUNT)
           MOVE SPACES TO WS-GEN-FAMILY(WS-GEN-COUNT)
           UNSTRING CAT-FILE-NAME DELIMITED BY '.G'
             INTO WS-GEN-FAMILY(WS-GEN-COUNT)
           END-UNSTRING.

       *> a report nobody is routed to is listed, never guessed at
       200-ROUTE-ONE-GENERATION.
           MOVE 'NO ' TO WS-ROUTED-SW
           PERFORM VARYING WS-RTE-SUB FROM 1 BY 1
             UNTIL WS-RTE-SUB > WS-RTE-COUNT
               IF WS-RTE-FAMILY(WS-RTE-SUB) = WS-GEN-FAMILY(WS-GEN-SUB)
                   SET WS-ROUTED TO TRUE
                   PERFORM 210-ADD-DELIVERY
               END-IF
           END-PERFORM
           IF NOT WS-ROUTED
               ADD 1 TO WS-UNROUTED-COUNT
               MOVE WS-GEN-FILE-NAME(WS-GEN-SUB) TO MFX-FILE-NAME
               MOVE WS-GEN-FAMILY(WS-GEN-SUB) TO MFX-FAMILY
               WRITE MANIFEST-LINE FROM MF-EXCEPTION-LINE
           END-IF.

       *> SSNs printed in full go only to a recipient cleared for
       *> them - payroll and student reports carry the SSN state
       *> their run printed under
       210-ADD-DELIVERY.
           IF WS-DEL-COUNT = 2000
               DISPLAY 'DELIVERY TABLE FULL - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DEL-COUNT
           MOVE WS-RTE-RECIPIENT-ID(WS-RTE-SUB)
             TO WS-DEL-RECIPIENT-ID(WS-DEL-COUNT)
           MOVE WS-GEN-SUB TO WS-DEL-GEN-SUB(WS-DEL-COUNT)
           MOVE WS-RTE-METHOD(WS-RTE-SUB) TO WS-DEL-METHOD(WS-DEL-COUNT)
           MOVE SPACES TO WS-DEL-REASON(WS-DEL-COUNT)
           PERFORM 220-CHECK-ALREADY-SENT
           EVALUATE TRUE
               WHEN WS-RTE-METHOD(WS-RTE-SUB) NOT = 'PRINT'
                 AND WS-RTE-METHOD(WS-RTE-SUB) NOT = 'EMAIL'
                 AND WS-RTE-METHOD(WS-RTE-SUB) NOT = 'SFTP'
                 AND WS-RTE-METHOD(WS-RTE-SUB) NOT = 'PICKUP'
                   MOVE 'REFUSED' TO WS-DEL-STATUS(WS-DEL-COUNT)
                   MOVE 'UNKNOWN DELIVERY METHOD'
                     TO WS-DEL-REASON(WS-DEL-COUNT)
               WHEN WS-GEN-SSN-STATE(WS-GEN-SUB) = 'U'
                 AND WS-RTE-SSN-CLEARED(WS-RTE-SUB) NOT = 'Y'
                   MOVE 'REFUSED' TO WS-DEL-STATUS(WS-DEL-COUNT)
                   MOVE 'UNMASKED SSNS - NOT CLEARED'
                     TO WS-DEL-REASON(WS-DEL-COUNT)
               WHEN WS-ALREADY-SENT
                   MOVE 'SENT' TO WS-DEL-STATUS(WS-DEL-COUNT)
                   MOVE 'DELIVERED ON AN EARLIER RUN'
                     TO WS-DEL-REASON(WS-DEL-COUNT)
               WHEN OTHER
                   MOVE 'DELIVERED' TO WS-DEL-STATUS(WS-DEL-COUNT)
           END-EVALUATE.

       220-CHECK-ALREADY-SENT.
           MOVE 'NO ' TO WS-ALREADY-SENT-SW
           PERFORM VARYING WS-SNT-SUB FROM 1 BY 1
             UNTIL WS-SNT-SUB > WS-SNT-COUNT
               IF WS-SNT-RECIPIENT-ID(WS-SNT-SUB) =
                 WS-RTE-RECIPIENT-ID(WS-RTE-SUB)
                 AND WS-SNT-FILE-NAME(WS-SNT-SUB) =
                 WS-GEN-FILE-NAME(WS-GEN-SUB)
                   SET WS-ALREADY-SENT TO TRUE
                   MOVE WS-SNT-COUNT TO WS-SNT-SUB
               END-IF
           END-PERFORM.

       *> one block per recipient with anything for them tonight;
       *> each delivery and refusal is logged as it is listed
       300-RECIPIENT-MANIFEST.
           MOVE ZERO TO WS-RCP-LINES
           PERFORM VARYING WS-DEL-SUB FROM 1 BY 1
             UNTIL WS-DEL-SUB > WS-DEL-COUNT
               IF WS-DEL-RECIPIENT-ID(WS-DEL-SUB) =
                 WS-RCP-ID(WS-RCP-SUB)
                   IF WS-RCP-LINES = ZERO
                       WRITE MANIFEST-LINE FROM MF-BLANK-LINE
                       MOVE WS-RCP-ID(WS-RCP-SUB) TO MFR-ID
                       MOVE WS-RCP-NAME(WS-RCP-SUB) TO MFR-NAME
                       MOVE WS-RCP-DEPARTMENT(WS-RCP-SUB)
                         TO MFR-DEPARTMENT
                       WRITE MANIFEST-LINE FROM MF-RECIPIENT-LINE
                   END-IF
                   ADD 1 TO WS-RCP-LINES
                   PERFORM 310-LIST-DELIVERY
               END-IF
           END-PERFORM.

       310-LIST-DELIVERY.
           MOVE WS-DEL-GEN-SUB(WS-DEL-SUB) TO WS-GEN-SUB
           MOVE WS-DEL-METHOD(WS-DEL-SUB) TO MFD-METHOD
           MOVE WS-GEN-FILE-NAME(WS-GEN-SUB) TO MFD-FILE-NAME
           MOVE WS-DEL-REASON(WS-DEL-SUB) TO MFD-REASON
           EVALUATE WS-DEL-STATUS(WS-DEL-SUB)
               WHEN 'DELIVERED'
                   ADD 1 TO WS-DELIVERED-COUNT
                   MOVE 'DELIVERED' TO MFD-STATUS
                   PERFORM 320-LOG-DELIVERY
               WHEN 'REFUSED'
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE '** REFUSED **' TO MFD-STATUS
                   PERFORM 320-LOG-DELIVERY
               WHEN OTHER
                   ADD 1 TO WS-RESENT-COUNT
                   MOVE 'ALREADY SENT' TO MFD-STATUS
           END-EVALUATE
           WRITE MANIFEST-LINE FROM MF-DETAIL-LINE.

       320-LOG-DELIVERY.
           MOVE SPACES TO DELIVERY-LOG-REC
           MOVE WS-RUN-DATE TO DLV-BUSINESS-DATE
           MOVE WS-NOW-DATE TO DLV-DATE
           MOVE WS-NOW-TIME TO DLV-TIME
           MOVE WS-DEL-RECIPIENT-ID(WS-DEL-SUB) TO DLV-RECIPIENT-ID
           MOVE WS-GEN-FILE-NAME(WS-GEN-SUB) TO DLV-FILE-NAME
           MOVE WS-DEL-METHOD(WS-DEL-SUB) TO DLV-METHOD
           MOVE WS-DEL-STATUS(WS-DEL-SUB) TO DLV-STATUS
           WRITE DELIVERY-LOG-REC.

       end program RptDist.
