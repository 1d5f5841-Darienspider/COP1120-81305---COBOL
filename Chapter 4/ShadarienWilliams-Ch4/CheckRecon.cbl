       identification division.
       program-id. CheckRecon.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       *> every check drawn on the disbursement account
       SELECT OPTIONAL CHECKS-ISSUED
       ASSIGN TO 'CH4CHECKSISSUED'
       organization IS LINE sequential.

       *> voided checks of record from CheckVoid
       SELECT OPTIONAL CHECK-VOIDS
       ASSIGN TO 'CH4CHECKVOIDS'
       organization IS LINE sequential.

       *> paid-items file received from the bank this cycle
       SELECT OPTIONAL BANK-CLEARED
       ASSIGN TO 'CH4BANKCLEARED'
       organization IS LINE sequential.

       *> every check the bank has reported paid - read, merged with
       *> the bank file and written back
       SELECT OPTIONAL CHECKS-CLEARED
       ASSIGN TO 'CH4CHECKSCLEARED'
       organization IS LINE sequential.

       SELECT RECON-REPORT
       ASSIGN TO 'CH4CHECKRECON'
       organization IS LINE sequential.

       data division.
       file section.

       FD CHECKS-ISSUED RECORDING MODE IS F.
       01 CHECK-ISSUED-REC.
         05 CKI-CHECK-NO PIC 9(6).
         05 FILLER PIC X(1).
         05 CKI-ISSUE-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 CKI-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 CKI-SOURCE PIC X(4).
         05 FILLER PIC X(1).
         05 CKI-PAYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 CKI-PAYEE-NAME PIC X(20).

       FD CHECK-VOIDS RECORDING MODE IS F.
       01 CHECK-VOID-REC.
         05 CKV-CHECK-NO PIC 9(6).
         05 FILLER PIC X(1).
         05 CKV-VOID-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 CKV-AMOUNT PIC 9(7)V99.
         05 FILLER PIC X(1).
         05 CKV-SOURCE PIC X(4).
         05 FILLER PIC X(1).
         05 CKV-PAYEE-ID PIC X(5).
         05 FILLER PIC X(1).
         05 CKV-APPROVED-BY PIC X(3).
         05 FILLER PIC X(1).
         05 CKV-REASON PIC X(20).

       FD BANK-CLEARED RECORDING MODE IS F.
       01 BANK-CLEARED-REC.
         05 BCL-CHECK-NO PIC 9(6).
         05 BCL-PAID-DATE PIC 9(6).
         05 BCL-PAID-AMOUNT PIC 9(7)V99.

       FD CHECKS-CLEARED RECORDING MODE IS F.
       01 CHECK-CLEARED-REC.
         05 CLR-CHECK-NO PIC 9(6).
         05 FILLER PIC X(1).
         05 CLR-PAID-DATE PIC 9(6).
         05 FILLER PIC X(1).
         05 CLR-PAID-AMOUNT PIC 9(7)V99.

       FD RECON-REPORT RECORDING MODE IS F.
       01 RECON-LINE PIC X(80).

       working-storage section.
       01 WS-CKI-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-CKV-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-BCL-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-CLR-MORE-RECORDS PIC X(3) VALUE 'YES'.
       01 WS-RUN-DATE PIC 9(6) VALUE ZEROS.
       01 WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
         05 WS-RUN-YY PIC 9(2).
         05 WS-RUN-MM PIC 9(2).
         05 WS-RUN-DD PIC 9(2).
       01 WS-RUN-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-ISSUE-DATE PIC 9(6) VALUE ZEROS.
       01 WS-ISSUE-DATE-X REDEFINES WS-ISSUE-DATE.
         05 WS-ISSUE-YY PIC 9(2).
         05 WS-ISSUE-MM PIC 9(2).
         05 WS-ISSUE-DD PIC 9(2).
       01 WS-ISSUE-DAY-NO PIC 9(6) VALUE ZERO.
       01 WS-DAYS-OUT PIC S9(6) VALUE ZERO.
       01 WS-STALE-DAYS PIC 9(3) VALUE 90.

       01 WS-ISSUED-TABLE.
         05 WS-CKI-COUNT PIC 9(4) VALUE ZERO.
         05 WS-CKI-ENTRY OCCURS 5000 TIMES.
           10 WS-CKI-CHECK-NO PIC 9(6).
           10 WS-CKI-ISSUE-DATE PIC 9(6).
           10 WS-CKI-AMOUNT PIC 9(7)V99.
           10 WS-CKI-SOURCE PIC X(4).
           10 WS-CKI-PAYEE-ID PIC X(5).
       01 WS-CKI-SUB PIC 9(4) VALUE ZERO.
       01 WS-CKI-FOUND-SUB PIC 9(4) VALUE ZERO.

       01 WS-VOID-TABLE.
         05 WS-CKV-COUNT PIC 9(4) VALUE ZERO.
         05 WS-CKV-CHECK-NO OCCURS 5000 TIMES PIC 9(6).
       01 WS-CKV-SUB PIC 9(4) VALUE ZERO.

       01 WS-CLEARED-TABLE.
         05 WS-CLR-COUNT PIC 9(4) VALUE ZERO.
         05 WS-CLR-ENTRY OCCURS 5000 TIMES.
           10 WS-CLR-CHECK-NO PIC 9(6).
           10 WS-CLR-PAID-DATE PIC 9(6).
           10 WS-CLR-PAID-AMOUNT PIC 9(7)V99.
           10 WS-CLR-MATCHED-SW PIC X(1).
       01 WS-CLR-SUB PIC 9(4) VALUE ZERO.
       01 WS-CLR-FOUND-SUB PIC 9(4) VALUE ZERO.

       01 WS-FOUND-SW PIC X(3) VALUE 'NO '.
         88 WS-FOUND VALUE 'YES'.
       01 WS-BANK-NEW-COUNT PIC 9(5) VALUE ZERO.
       01 WS-BANK-DUP-COUNT PIC 9(5) VALUE ZERO.

       01 WS-RECON-TOTALS.
         05 WS-CLEARED-COUNT PIC 9(5) VALUE ZERO.
         05 WS-CLEARED-TOTAL PIC 9(9)V99 VALUE ZEROS.
         05 WS-OUTSTAND-COUNT PIC 9(5) VALUE ZERO.
         05 WS-OUTSTAND-TOTAL PIC 9(9)V99 VALUE ZEROS.
         05 WS-STALE-COUNT PIC 9(5) VALUE ZERO.
         05 WS-STALE-TOTAL PIC 9(9)V99 VALUE ZEROS.
         05 WS-DIFFER-COUNT PIC 9(5) VALUE ZERO.
         05 WS-DIFFER-TOTAL PIC S9(9)V99 VALUE ZEROS.
         05 WS-VOIDED-COUNT PIC 9(5) VALUE ZERO.
         05 WS-VOID-PAID-COUNT PIC 9(5) VALUE ZERO.
         05 WS-NOT-ISSUED-COUNT PIC 9(5) VALUE ZERO.
         05 WS-NOT-ISSUED-TOTAL PIC 9(9)V99 VALUE ZEROS.

       01 RECON-HDR-LINE.
         05 FILLER PIC X(40) VALUE
           ' CLEARED CHECK RECONCILIATION  RUN DATE '.
         05 RCH-RUN-DATE PIC 9(6).
         05 FILLER PIC X(34) VALUE SPACES.

       01 RECON-SECTION-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RCS-TITLE PIC X(79).

       01 RECON-COL-LINE.
         05 FILLER PIC X(9) VALUE ' CHECK'.
         05 FILLER PIC X(8) VALUE 'ISSUED'.
         05 FILLER PIC X(6) VALUE 'SRCE'.
         05 FILLER PIC X(7) VALUE 'PAYEE'.
         05 FILLER PIC X(13) VALUE '      AMOUNT'.
         05 FILLER PIC X(8) VALUE 'PAID'.
         05 FILLER PIC X(13) VALUE ' PAID AMOUNT'.
         05 FILLER PIC X(16) VALUE 'STATUS'.

       01 RECON-DETAIL-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RCD-CHECK-NO PIC 9(6).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RCD-ISSUE-DATE PIC 9(6) BLANK WHEN ZERO.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RCD-SOURCE PIC X(4).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RCD-PAYEE-ID PIC X(5).
         05 FILLER PIC X(2) VALUE SPACES.
         05 RCD-AMOUNT PIC ZZZZ,ZZ9.99 BLANK WHEN ZERO.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RCD-PAID-DATE PIC 9(6) BLANK WHEN ZERO.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RCD-PAID-AMOUNT PIC ZZZZ,ZZ9.99 BLANK WHEN ZERO.
         05 FILLER PIC X(2) VALUE SPACES.
         05 RCD-STATUS PIC X(15).

       01 RECON-SUMMARY-LINE.
         05 FILLER PIC X(1) VALUE SPACE.
         05 RSM-LABEL PIC X(30).
         05 RSM-COUNT PIC ZZZZ9.
         05 FILLER PIC X(4) VALUE SPACES.
         05 RSM-AMOUNT PIC ZZZ,ZZZ,ZZ9.99- BLANK WHEN ZERO.
         05 FILLER PIC X(25) VALUE SPACES.

       procedure division.
       100-MAIN-MODULE.
           ACCEPT WS-RUN-DATE FROM DATE
           COMPUTE WS-RUN-DAY-NO = WS-RUN-YY * 365 + WS-RUN-MM * 31
             + WS-RUN-DD
           PERFORM 105-LOAD-ISSUED
           PERFORM 110-LOAD-VOIDS
           PERFORM 115-LOAD-CLEARED
           PERFORM 120-MERGE-BANK-FILE
           OPEN OUTPUT RECON-REPORT
           MOVE WS-RUN-DATE TO RCH-RUN-DATE
           WRITE RECON-LINE FROM RECON-HDR-LINE
           MOVE SPACES TO RECON-SECTION-LINE
           WRITE RECON-LINE FROM RECON-SECTION-LINE
           MOVE 'ISSUED CHECKS NEEDING ATTENTION' TO RCS-TITLE
           WRITE RECON-LINE FROM RECON-SECTION-LINE
           WRITE RECON-LINE FROM RECON-COL-LINE
           PERFORM VARYING WS-CKI-SUB FROM 1 BY 1
             UNTIL WS-CKI-SUB > WS-CKI-COUNT
               PERFORM 200-RECON-ONE-CHECK
           END-PERFORM
           MOVE SPACES TO RECON-SECTION-LINE
           WRITE RECON-LINE FROM RECON-SECTION-LINE
           MOVE 'CLEARED BUT NEVER ISSUED' TO RCS-TITLE
           WRITE RECON-LINE FROM RECON-SECTION-LINE
           WRITE RECON-LINE FROM RECON-COL-LINE
           PERFORM VARYING WS-CLR-SUB FROM 1 BY 1
             UNTIL WS-CLR-SUB > WS-CLR-COUNT
               IF WS-CLR-MATCHED-SW(WS-CLR-SUB) NOT = 'Y'
                   PERFORM 240-CLEARED-NOT-ISSUED
               END-IF
           END-PERFORM
           PERFORM 300-CLOSE-RTN
           STOP RUN.

       105-LOAD-ISSUED.
           OPEN INPUT CHECKS-ISSUED
           PERFORM UNTIL WS-CKI-MORE-RECORDS = 'NO '
               READ CHECKS-ISSUED
                   AT END
                       MOVE 'NO ' TO WS-CKI-MORE-RECORDS
                   NOT AT END
                       IF WS-CKI-COUNT = 5000
                           DISPLAY 'ISSUED CHECK TABLE FULL'
                             ' - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CKI-COUNT
                       MOVE CKI-CHECK-NO
                         TO WS-CKI-CHECK-NO(WS-CKI-COUNT)
                       MOVE CKI-ISSUE-DATE
                         TO WS-CKI-ISSUE-DATE(WS-CKI-COUNT)
                       MOVE CKI-AMOUNT TO WS-CKI-AMOUNT(WS-CKI-COUNT)
                       MOVE CKI-SOURCE TO WS-CKI-SOURCE(WS-CKI-COUNT)
                       MOVE CKI-PAYEE-ID
                         TO WS-CKI-PAYEE-ID(WS-CKI-COUNT)
               END-READ
           END-PERFORM
           CLOSE CHECKS-ISSUED.

       110-LOAD-VOIDS.
           OPEN INPUT CHECK-VOIDS
           PERFORM UNTIL WS-CKV-MORE-RECORDS = 'NO '
               READ CHECK-VOIDS
                   AT END
                       MOVE 'NO ' TO WS-CKV-MORE-RECORDS
                   NOT AT END
                       IF WS-CKV-COUNT = 5000
                           DISPLAY 'VOID TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-CKV-COUNT
                       MOVE CKV-CHECK-NO
                         TO WS-CKV-CHECK-NO(WS-CKV-COUNT)
               END-READ
           END-PERFORM
           CLOSE CHECK-VOIDS.

       115-LOAD-CLEARED.
           OPEN INPUT CHECKS-CLEARED
           PERFORM UNTIL WS-CLR-MORE-RECORDS = 'NO '
               READ CHECKS-CLEARED
                   AT END
                       MOVE 'NO ' TO WS-CLR-MORE-RECORDS
                   NOT AT END
                       PERFORM 125-ADD-CLEARED
                       MOVE CLR-CHECK-NO
                         TO WS-CLR-CHECK-NO(WS-CLR-COUNT)
                       MOVE CLR-PAID-DATE
                         TO WS-CLR-PAID-DATE(WS-CLR-COUNT)
                       MOVE CLR-PAID-AMOUNT
                         TO WS-CLR-PAID-AMOUNT(WS-CLR-COUNT)
               END-READ
           END-PERFORM
           CLOSE CHECKS-CLEARED.

       *> a paid item the bank sends twice is kept once
       120-MERGE-BANK-FILE.
           OPEN INPUT BANK-CLEARED
           PERFORM UNTIL WS-BCL-MORE-RECORDS = 'NO '
               READ BANK-CLEARED
                   AT END
                       MOVE 'NO ' TO WS-BCL-MORE-RECORDS
                   NOT AT END
                       MOVE 'NO ' TO WS-FOUND-SW
                       PERFORM VARYING WS-CLR-SUB FROM 1 BY 1
                         UNTIL WS-CLR-SUB > WS-CLR-COUNT
                           IF WS-CLR-CHECK-NO(WS-CLR-SUB)
                             = BCL-CHECK-NO
                               SET WS-FOUND TO TRUE
                               MOVE WS-CLR-COUNT TO WS-CLR-SUB
                           END-IF
                       END-PERFORM
                       IF WS-FOUND
                           ADD 1 TO WS-BANK-DUP-COUNT
                       ELSE
                           PERFORM 125-ADD-CLEARED
                           MOVE BCL-CHECK-NO
                             TO WS-CLR-CHECK-NO(WS-CLR-COUNT)
                           MOVE BCL-PAID-DATE
                             TO WS-CLR-PAID-DATE(WS-CLR-COUNT)
                           MOVE BCL-PAID-AMOUNT
                             TO WS-CLR-PAID-AMOUNT(WS-CLR-COUNT)
                           ADD 1 TO WS-BANK-NEW-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-CLEARED
           IF WS-BANK-NEW-COUNT > 0
               OPEN OUTPUT CHECKS-CLEARED
               PERFORM VARYING WS-CLR-SUB FROM 1 BY 1
                 UNTIL WS-CLR-SUB > WS-CLR-COUNT
                   MOVE SPACES TO CHECK-CLEARED-REC
                   MOVE WS-CLR-CHECK-NO(WS-CLR-SUB) TO CLR-CHECK-NO
                   MOVE WS-CLR-PAID-DATE(WS-CLR-SUB) TO CLR-PAID-DATE
                   MOVE WS-CLR-PAID-AMOUNT(WS-CLR-SUB)
                     TO CLR-PAID-AMOUNT
                   WRITE CHECK-CLEARED-REC
               END-PERFORM
               CLOSE CHECKS-CLEARED
           END-IF.

       125-ADD-CLEARED.
           IF WS-CLR-COUNT = 5000
               DISPLAY 'CLEARED CHECK TABLE FULL - RUN STOPPED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CLR-COUNT
           MOVE 'N' TO WS-CLR-MATCHED-SW(WS-CLR-COUNT).

       *> only exceptions are listed; a check paid for its issued
       *> amount is counted and passed over
       200-RECON-ONE-CHECK.
           MOVE SPACES TO RECON-DETAIL-LINE
           MOVE WS-CKI-CHECK-NO(WS-CKI-SUB) TO RCD-CHECK-NO
           MOVE WS-CKI-ISSUE-DATE(WS-CKI-SUB) TO RCD-ISSUE-DATE
           MOVE WS-CKI-SOURCE(WS-CKI-SUB) TO RCD-SOURCE
           MOVE WS-CKI-PAYEE-ID(WS-CKI-SUB) TO RCD-PAYEE-ID
           MOVE WS-CKI-AMOUNT(WS-CKI-SUB) TO RCD-AMOUNT
           MOVE ZEROS TO WS-CLR-FOUND-SUB
           PERFORM VARYING WS-CLR-SUB FROM 1 BY 1
             UNTIL WS-CLR-SUB > WS-CLR-COUNT
               IF WS-CLR-CHECK-NO(WS-CLR-SUB)
                 = WS-CKI-CHECK-NO(WS-CKI-SUB)
                   MOVE WS-CLR-SUB TO WS-CLR-FOUND-SUB
                   MOVE 'Y' TO WS-CLR-MATCHED-SW(WS-CLR-SUB)
                   MOVE WS-CLR-COUNT TO WS-CLR-SUB
               END-IF
           END-PERFORM
           MOVE 'NO ' TO WS-FOUND-SW
           PERFORM VARYING WS-CKV-SUB FROM 1 BY 1
             UNTIL WS-CKV-SUB > WS-CKV-COUNT
               IF WS-CKV-CHECK-NO(WS-CKV-SUB)
                 = WS-CKI-CHECK-NO(WS-CKI-SUB)
                   SET WS-FOUND TO TRUE
                   MOVE WS-CKV-COUNT TO WS-CKV-SUB
               END-IF
           END-PERFORM
           IF WS-CLR-FOUND-SUB > 0
               PERFORM 210-CLEARED-CHECK
           ELSE
               IF WS-FOUND
                   ADD 1 TO WS-VOIDED-COUNT
               ELSE
                   PERFORM 220-OUTSTANDING-CHECK
               END-IF
           END-IF.

       210-CLEARED-CHECK.
           MOVE WS-CLR-PAID-DATE(WS-CLR-FOUND-SUB) TO RCD-PAID-DATE
           MOVE WS-CLR-PAID-AMOUNT(WS-CLR-FOUND-SUB)
             TO RCD-PAID-AMOUNT
           ADD 1 TO WS-CLEARED-COUNT
           ADD WS-CLR-PAID-AMOUNT(WS-CLR-FOUND-SUB) TO WS-CLEARED-TOTAL
           IF WS-FOUND
               MOVE 'PAID AFTER VOID' TO RCD-STATUS
               ADD 1 TO WS-VOID-PAID-COUNT
               WRITE RECON-LINE FROM RECON-DETAIL-LINE
           ELSE
               IF WS-CLR-PAID-AMOUNT(WS-CLR-FOUND-SUB)
                 NOT = WS-CKI-AMOUNT(WS-CKI-SUB)
                   MOVE 'AMOUNT DIFFERS' TO RCD-STATUS
                   ADD 1 TO WS-DIFFER-COUNT
                   COMPUTE WS-DIFFER-TOTAL = WS-DIFFER-TOTAL
                     + WS-CLR-PAID-AMOUNT(WS-CLR-FOUND-SUB)
                     - WS-CKI-AMOUNT(WS-CKI-SUB)
                   WRITE RECON-LINE FROM RECON-DETAIL-LINE
               END-IF
           END-IF.

       *> outstanding longer than the stale limit is listed as stale
       220-OUTSTANDING-CHECK.
           MOVE WS-CKI-ISSUE-DATE(WS-CKI-SUB) TO WS-ISSUE-DATE
           COMPUTE WS-ISSUE-DAY-NO = WS-ISSUE-YY * 365
             + WS-ISSUE-MM * 31 + WS-ISSUE-DD
           COMPUTE WS-DAYS-OUT = WS-RUN-DAY-NO - WS-ISSUE-DAY-NO
           IF WS-DAYS-OUT > WS-STALE-DAYS
               MOVE 'STALE' TO RCD-STATUS
               ADD 1 TO WS-STALE-COUNT
               ADD WS-CKI-AMOUNT(WS-CKI-SUB) TO WS-STALE-TOTAL
           ELSE
               MOVE 'OUTSTANDING' TO RCD-STATUS
           END-IF
           ADD 1 TO WS-OUTSTAND-COUNT
           ADD WS-CKI-AMOUNT(WS-CKI-SUB) TO WS-OUTSTAND-TOTAL
           WRITE RECON-LINE FROM RECON-DETAIL-LINE.

       240-CLEARED-NOT-ISSUED.
           MOVE SPACES TO RECON-DETAIL-LINE
           MOVE WS-CLR-CHECK-NO(WS-CLR-SUB) TO RCD-CHECK-NO
           MOVE ZEROS TO RCD-ISSUE-DATE
           MOVE ZEROS TO RCD-AMOUNT
           MOVE WS-CLR-PAID-DATE(WS-CLR-SUB) TO RCD-PAID-DATE
           MOVE WS-CLR-PAID-AMOUNT(WS-CLR-SUB) TO RCD-PAID-AMOUNT
           MOVE 'NOT ISSUED' TO RCD-STATUS
           ADD 1 TO WS-NOT-ISSUED-COUNT
           ADD WS-CLR-PAID-AMOUNT(WS-CLR-SUB) TO WS-NOT-ISSUED-TOTAL
           WRITE RECON-LINE FROM RECON-DETAIL-LINE.

       300-CLOSE-RTN.
           MOVE SPACES TO RECON-SECTION-LINE
           WRITE RECON-LINE FROM RECON-SECTION-LINE
           MOVE 'SUMMARY' TO RCS-TITLE
           WRITE RECON-LINE FROM RECON-SECTION-LINE
           MOVE 'CHECKS ISSUED' TO RSM-LABEL
           MOVE WS-CKI-COUNT TO RSM-COUNT
           MOVE ZEROS TO RSM-AMOUNT
           WRITE RECON-LINE FROM RECON-SUMMARY-LINE
           MOVE 'CLEARED' TO RSM-LABEL
           MOVE WS-CLEARED-COUNT TO RSM-COUNT
           MOVE WS-CLEARED-TOTAL TO RSM-AMOUNT
           WRITE RECON-LINE FROM RECON-SUMMARY-LINE
           MOVE 'OUTSTANDING (INCL STALE)' TO RSM-LABEL
           MOVE WS-OUTSTAND-COUNT TO RSM-COUNT
           MOVE WS-OUTSTAND-TOTAL TO RSM-AMOUNT
           WRITE RECON-LINE FROM RECON-SUMMARY-LINE
           MOVE 'STALE OVER 90 DAYS' TO RSM-LABEL
           MOVE WS-STALE-COUNT TO RSM-COUNT
           MOVE WS-STALE-TOTAL TO RSM-AMOUNT
           WRITE RECON-LINE FROM RECON-SUMMARY-LINE
           MOVE 'CLEARED FOR DIFFERENT AMOUNT' TO RSM-LABEL
           MOVE WS-DIFFER-COUNT TO RSM-COUNT
           MOVE WS-DIFFER-TOTAL TO RSM-AMOUNT
           WRITE RECON-LINE FROM RECON-SUMMARY-LINE
           MOVE 'VOIDED' TO RSM-LABEL
           MOVE WS-VOIDED-COUNT TO RSM-COUNT
           MOVE ZEROS TO RSM-AMOUNT
           WRITE RECON-LINE FROM RECON-SUMMARY-LINE
           MOVE 'PAID AFTER VOID' TO RSM-LABEL
           MOVE WS-VOID-PAID-COUNT TO RSM-COUNT
           MOVE ZEROS TO RSM-AMOUNT
           WRITE RECON-LINE FROM RECON-SUMMARY-LINE
           MOVE 'CLEARED BUT NEVER ISSUED' TO RSM-LABEL
           MOVE WS-NOT-ISSUED-COUNT TO RSM-COUNT
           MOVE WS-NOT-ISSUED-TOTAL TO RSM-AMOUNT
           WRITE RECON-LINE FROM RECON-SUMMARY-LINE
           CLOSE RECON-REPORT
           DISPLAY 'CHECK RECON - NEW PAID ITEMS: ' WS-BANK-NEW-COUNT
             ' DUPLICATES: ' WS-BANK-DUP-COUNT
             ' OUTSTANDING: ' WS-OUTSTAND-COUNT.

       end program CheckRecon.
