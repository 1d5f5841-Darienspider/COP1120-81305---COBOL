       identification division.
       program-id. BudgetLoad.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> year-1 total spend per item and scenario, written by the
           *> projection run
           SELECT SPEND-EXTRACT-FILE ASSIGN TO
             'CH0903SPENDEXT'
             organization is line sequential.

           *> owning cost center and GL expense account per item
           *> category, maintained by Finance
           SELECT BUDGET-MAP-FILE ASSIGN TO
             'CH0903BUDGETMAP'
             organization is line sequential.

           *> scenario to submit and the fiscal year it loads into;
           *> defaults to the first scenario and next year
           SELECT OPTIONAL BUDGET-CONTROL-FILE ASSIGN TO
             'CH0903BUDGETCTL'
             organization is line sequential.

           *> budget system load - header, one line per cost center
           *> and account, trailer with control totals
           SELECT BUDGET-LOAD-FILE ASSIGN TO
             'CH0903BUDGETLOAD'
             organization is line sequential.

           *> proof of the load back to the projection's category
           *> total-spend figures
           SELECT BUDGET-PROOF-RPT ASSIGN TO
             'CH0903BUDGETPROOF'
             organization is line sequential.

       data division.
       file section.

       FD SPEND-EXTRACT-FILE.
       01 SPEND-EXTRACT-REC.
         05 SPX-ITEM-NO                            PIC X(5).
         05 SPX-CATEGORY                           PIC X(2).
         05 SPX-SCENARIO                           PIC X(8).
         05 SPX-USAGE                              PIC 9(7).
         05 SPX-UNIT-COST                          PIC 9(6)V99.
         05 SPX-SPEND                              PIC 9(11)V99.

       FD BUDGET-MAP-FILE.
       01 BUDGET-MAP-REC.
         05 MAP-CATEGORY-IN                        PIC X(2).
         05 MAP-COST-CENTER-IN                     PIC X(6).
         05 MAP-GL-ACCOUNT-IN                      PIC X(10).

       FD BUDGET-CONTROL-FILE.
       01 BUDGET-CONTROL-REC.
         05 BCT-SCENARIO-IN                        PIC X(8).
         05 BCT-FISCAL-YEAR-IN                     PIC 9(4).

       FD BUDGET-LOAD-FILE.
       01 BUDGET-HEADER-REC.
         05 BLH-REC-TYPE                           PIC X(1).
         05 BLH-FISCAL-YEAR                        PIC 9(4).
         05 BLH-SCENARIO                           PIC X(8).
         05 BLH-RUN-DATE                           PIC 9(8).
         05 BLH-SOURCE                             PIC X(8).
       01 BUDGET-LINE-REC.
         05 BLD-REC-TYPE                           PIC X(1).
         05 BLD-FISCAL-YEAR                        PIC 9(4).
         05 BLD-COST-CENTER                        PIC X(6).
         05 BLD-GL-ACCOUNT                         PIC X(10).
         05 BLD-AMOUNT                             PIC 9(11)V99.
       01 BUDGET-TRAILER-REC.
         05 BLT-REC-TYPE                           PIC X(1).
         05 BLT-LINE-COUNT                         PIC 9(6).
         05 BLT-TOTAL-AMOUNT                       PIC 9(13)V99.
         05 BLT-ITEM-COUNT                         PIC 9(6).

       FD BUDGET-PROOF-RPT.
       01 BUDGET-PROOF-REC                         PIC X(90).

       working-storage section.
       01 WS-SPX-MORE-RECORDS                      PIC XXX VALUE 'YES'.
       01 WS-MAP-MORE-RECORDS                      PIC XXX VALUE 'YES'.

       01 WS-RUN-DATE                              PIC 9(8) VALUE ZERO.
       01 WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
         05 WS-RUN-YEAR                            PIC 9(4).
         05                                        PIC 9(4).

       01 WS-CONTROLS.
         05 WS-SCENARIO                            PIC X(8)
           VALUE SPACES.
         05 WS-FISCAL-YEAR                         PIC 9(4) VALUE ZERO.
       01 WS-RELEASE-SW                            PIC XXX VALUE 'NO '.
         88 WS-LOAD-RELEASED VALUE 'YES'.

       01 WS-MAP-TABLE.
         05 WS-MAP-COUNT                           PIC 9(02) VALUE ZERO.
         05 WS-MAP-ENTRY OCCURS 50 TIMES.
           10 WS-MAP-CATEGORY                      PIC X(2).
           10 WS-MAP-COST-CENTER                   PIC X(6).
           10 WS-MAP-GL-ACCOUNT                    PIC X(10).
       01 WS-MAP-SUB                               PIC 9(02) VALUE ZERO.
       01 WS-MAP-FOUND-SUB                         PIC 9(02) VALUE ZERO.

       *> the chosen scenario's year-1 spend rolled up by category,
       *> footed from its own extract records
       01 WS-CAT-TABLE.
         05 WS-CAT-COUNT                           PIC 9(02) VALUE ZERO.
         05 WS-CAT-ENTRY OCCURS 50 TIMES.
           10 WS-CAT-CATEGORY                      PIC X(2).
           10 WS-CAT-ITEMS                         PIC 9(4).
           10 WS-CAT-SPEND                         PIC 9(13)V99.
           10 WS-CAT-MAP-SUB                       PIC 9(02).
       01 WS-CAT-SUB                               PIC 9(02) VALUE ZERO.
       01 WS-CAT-FOUND-SUB                         PIC 9(02) VALUE ZERO.

       *> load lines by cost center and account, kept in key order
       01 WS-LOAD-TABLE.
         05 WS-LD-COUNT                            PIC 9(03) VALUE ZERO.
         05 WS-LD-ENTRY OCCURS 200 TIMES.
           10 WS-LD-KEY.
             15 WS-LD-COST-CENTER                  PIC X(6).
             15 WS-LD-GL-ACCOUNT                   PIC X(10).
           10 WS-LD-AMOUNT                         PIC 9(13)V99.
       01 WS-LD-SUB                                PIC 9(03) VALUE ZERO.
       01 WS-LD-INS-SUB                            PIC 9(03) VALUE ZERO.
       01 WS-LD-NEW-KEY.
         05 WS-LD-NEW-COST-CENTER                  PIC X(6).
         05 WS-LD-NEW-GL-ACCOUNT                   PIC X(10).
       01 WS-LD-FOUND-SW                           PIC XXX VALUE 'NO '.
         88 WS-LD-FOUND VALUE 'YES'.

       *> items whose category has no owner - any one of these keeps
       *> the load file from being released
       01 WS-UNMAPPED-TABLE.
         05 WS-UNM-COUNT                           PIC 9(03) VALUE ZERO.
         05 WS-UNM-ENTRY OCCURS 200 TIMES.
           10 WS-UNM-ITEM-NO                       PIC X(5).
           10 WS-UNM-CATEGORY                      PIC X(2).
           10 WS-UNM-SPEND                         PIC 9(11)V99.
       01 WS-UNM-SUB                               PIC 9(03) VALUE ZERO.

       01 WS-TOTALS.
         05 WS-EXT-READ                            PIC 9(6) VALUE ZERO.
         05 WS-ITEM-COUNT                          PIC 9(6) VALUE ZERO.
         05 WS-ITEM-TOTAL                          PIC 9(13)V99
           VALUE ZERO.
         05 WS-CAT-TOTAL                           PIC 9(13)V99
           VALUE ZERO.
         05 WS-LOAD-TOTAL                          PIC 9(13)V99
           VALUE ZERO.
         05 WS-UNMAPPED-TOTAL                      PIC 9(13)V99
           VALUE ZERO.

       01 BLANK-LINE           PIC X(90) VALUE SPACES.

       01 HEADER-01.
         05                    PIC X(19) VALUE SPACES.
         05                    PIC X(30) VALUE
           'BUDGET SUBMISSION PROOF'.
         05 H1-RUN-DATE        PIC 9999/99/99.
         05                    PIC X(31) VALUE SPACES.

       01 HEADER-02.
         05                    PIC X(4) VALUE SPACES.
         05                    PIC X(13) VALUE 'FISCAL YEAR: '.
         05 H2-FISCAL-YEAR     PIC 9(4).
         05                    PIC X(13) VALUE '   SCENARIO: '.
         05 H2-SCENARIO        PIC X(8).
         05                    PIC X(26) VALUE
           '   SPEND BASIS: YEAR 1'.
         05                    PIC X(22) VALUE SPACES.

       01 HEADER-CAT-TITLE.
         05                    PIC X(90) VALUE
             ' YEAR-1 SPEND BY CATEGORY - FOOTED FROM THE EXTRACT'.

       01 HEADER-CAT-COLS.
         05                    PIC X(7) VALUE ' CAT'.
         05                    PIC X(8) VALUE 'ITEMS'.
         05                    PIC X(19) VALUE 'YEAR-1 SPEND'.
         05                    PIC X(9) VALUE 'COST CTR'.
         05                    PIC X(47) VALUE 'GL ACCOUNT'.

       01 CAT-LINE.
         05                    PIC X(2) VALUE SPACES.
         05 CTL-CATEGORY       PIC X(2).
         05                    PIC X(3) VALUE SPACES.
         05 CTL-ITEMS          PIC ZZZ9.
         05                    PIC X(2) VALUE SPACES.
         05 CTL-SPEND          PIC $$,$$$,$$$,$$9.99.
         05                    PIC X(2) VALUE SPACES.
         05 CTL-COST-CENTER    PIC X(6).
         05                    PIC X(3) VALUE SPACES.
         05 CTL-GL-ACCOUNT     PIC X(10).
         05                    PIC X(2) VALUE SPACES.
         05 CTL-NOTE           PIC X(12).
         05                    PIC X(25) VALUE SPACES.

       01 HEADER-LOAD-TITLE.
         05                    PIC X(90) VALUE
             ' BUDGET LOAD LINES BY COST CENTER AND ACCOUNT'.

       01 LOAD-LINE.
         05                    PIC X(2) VALUE SPACES.
         05 LDL-COST-CENTER    PIC X(6).
         05                    PIC X(3) VALUE SPACES.
         05 LDL-GL-ACCOUNT     PIC X(10).
         05                    PIC X(3) VALUE SPACES.
         05 LDL-AMOUNT         PIC $$,$$$,$$$,$$9.99.
         05                    PIC X(49) VALUE SPACES.

       01 HEADER-UNM-TITLE.
         05                    PIC X(90) VALUE
             ' ITEMS WITH NO COST CENTER MAPPING FOR THEIR CATEGORY'.

       01 UNMAPPED-LINE.
         05                    PIC X(2) VALUE SPACES.
         05 UNL-ITEM-NO        PIC X(5).
         05                    PIC X(3) VALUE SPACES.
         05 UNL-CATEGORY       PIC X(2).
         05                    PIC X(3) VALUE SPACES.
         05 UNL-SPEND          PIC $$,$$$,$$$,$$9.99.
         05                    PIC X(58) VALUE SPACES.

       01 PROOF-LINE.
         05                    PIC X(2) VALUE SPACES.
         05 PFL-LABEL          PIC X(34).
         05 PFL-AMOUNT         PIC $$,$$$,$$$,$$9.99.
         05                    PIC X(2) VALUE SPACES.
         05 PFL-COUNT          PIC ZZZ,ZZ9.
         05                    PIC X(28) VALUE SPACES.

       01 STATUS-LINE.
         05                    PIC X(2) VALUE SPACES.
         05 STL-TEXT           PIC X(88).

       procedure division.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM 110-LOAD-CONTROLS
           PERFORM 120-LOAD-MAP
           PERFORM 130-FIND-FIRST-SCENARIO
           OPEN INPUT SPEND-EXTRACT-FILE
           MOVE 'YES' TO WS-SPX-MORE-RECORDS
           PERFORM UNTIL WS-SPX-MORE-RECORDS = 'NO '
               READ SPEND-EXTRACT-FILE
                   AT END
                       MOVE 'NO ' TO WS-SPX-MORE-RECORDS
                   NOT AT END
                       ADD 1 TO WS-EXT-READ
                       IF SPX-SCENARIO = WS-SCENARIO
                           PERFORM 200-ADD-ITEM-SPEND
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SPEND-EXTRACT-FILE
           PERFORM 300-BUILD-LOAD-LINES
           IF WS-ITEM-COUNT > ZEROS
             AND WS-UNM-COUNT = ZEROS
               SET WS-LOAD-RELEASED TO TRUE
           END-IF
           OPEN OUTPUT BUDGET-LOAD-FILE BUDGET-PROOF-RPT
           IF WS-LOAD-RELEASED
               PERFORM 400-WRITE-LOAD-FILE
           END-IF
           PERFORM 500-WRITE-PROOF
           CLOSE BUDGET-LOAD-FILE BUDGET-PROOF-RPT
           EVALUATE TRUE
               WHEN WS-ITEM-COUNT = ZEROS
                   DISPLAY 'BUDGET LOAD WITHHELD - NO SPEND FOR '
                     'SCENARIO ' WS-SCENARIO
                   MOVE 8 TO RETURN-CODE
               WHEN WS-UNM-COUNT > ZEROS
                   DISPLAY 'BUDGET LOAD WITHHELD - UNMAPPED ITEMS: '
                     WS-UNM-COUNT
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY 'BUDGET LOAD - LINES: ' WS-LD-COUNT
                     ' ITEMS: ' WS-ITEM-COUNT
           END-EVALUATE
           goback.

       110-LOAD-CONTROLS.
           COMPUTE WS-FISCAL-YEAR = WS-RUN-YEAR + 1
           OPEN INPUT BUDGET-CONTROL-FILE
           READ BUDGET-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BCT-SCENARIO-IN TO WS-SCENARIO
                   IF BCT-FISCAL-YEAR-IN NUMERIC
                     AND BCT-FISCAL-YEAR-IN > ZERO
                       MOVE BCT-FISCAL-YEAR-IN TO WS-FISCAL-YEAR
                   END-IF
           END-READ
           CLOSE BUDGET-CONTROL-FILE.

       120-LOAD-MAP.
           OPEN INPUT BUDGET-MAP-FILE
           PERFORM UNTIL WS-MAP-MORE-RECORDS = 'NO '
               READ BUDGET-MAP-FILE
                   AT END
                       MOVE 'NO ' TO WS-MAP-MORE-RECORDS
                   NOT AT END
                       IF WS-MAP-COUNT = 50
                           DISPLAY 'MAPPING TABLE FULL - RUN STOPPED'
                           MOVE 12 TO RETURN-CODE
                           GOBACK
                       END-IF
                       ADD 1 TO WS-MAP-COUNT
                       MOVE MAP-CATEGORY-IN
                         TO WS-MAP-CATEGORY(WS-MAP-COUNT)
                       MOVE MAP-COST-CENTER-IN
                         TO WS-MAP-COST-CENTER(WS-MAP-COUNT)
                       MOVE MAP-GL-ACCOUNT-IN
                         TO WS-MAP-GL-ACCOUNT(WS-MAP-COUNT)
               END-READ
           END-PERFORM
           CLOSE BUDGET-MAP-FILE.

       *> with no scenario named, the submission is scenario 1 - the
       *> first written for each item, as on the report
       130-FIND-FIRST-SCENARIO.
           IF WS-SCENARIO = SPACES
               OPEN INPUT SPEND-EXTRACT-FILE
               READ SPEND-EXTRACT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPX-SCENARIO TO WS-SCENARIO
               END-READ
               CLOSE SPEND-EXTRACT-FILE
           END-IF.

       200-ADD-ITEM-SPEND.
           ADD 1 TO WS-ITEM-COUNT
           ADD SPX-SPEND TO WS-ITEM-TOTAL
           MOVE ZEROS TO WS-MAP-FOUND-SUB
           PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
             UNTIL WS-MAP-SUB > WS-MAP-COUNT
               IF WS-MAP-CATEGORY(WS-MAP-SUB) = SPX-CATEGORY
                   MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB
                   MOVE WS-MAP-COUNT TO WS-MAP-SUB
               END-IF
           END-PERFORM
           IF WS-MAP-FOUND-SUB = ZEROS
               ADD SPX-SPEND TO WS-UNMAPPED-TOTAL
               IF WS-UNM-COUNT < 200
                   ADD 1 TO WS-UNM-COUNT
                   MOVE SPX-ITEM-NO TO WS-UNM-ITEM-NO(WS-UNM-COUNT)
                   MOVE SPX-CATEGORY TO WS-UNM-CATEGORY(WS-UNM-COUNT)
                   MOVE SPX-SPEND TO WS-UNM-SPEND(WS-UNM-COUNT)
               END-IF
           END-IF
           MOVE ZEROS TO WS-CAT-FOUND-SUB
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
             UNTIL WS-CAT-SUB > WS-CAT-COUNT
               IF WS-CAT-CATEGORY(WS-CAT-SUB) = SPX-CATEGORY
                   MOVE WS-CAT-SUB TO WS-CAT-FOUND-SUB
                   MOVE WS-CAT-COUNT TO WS-CAT-SUB
               END-IF
           END-PERFORM
           IF WS-CAT-FOUND-SUB = ZEROS
               IF WS-CAT-COUNT = 50
                   DISPLAY 'CATEGORY TABLE FULL - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-CAT-COUNT TO WS-CAT-FOUND-SUB
               MOVE SPX-CATEGORY TO WS-CAT-CATEGORY(WS-CAT-COUNT)
               MOVE ZEROS TO WS-CAT-ITEMS(WS-CAT-COUNT)
                 WS-CAT-SPEND(WS-CAT-COUNT)
               MOVE WS-MAP-FOUND-SUB TO WS-CAT-MAP-SUB(WS-CAT-COUNT)
           END-IF
           ADD 1 TO WS-CAT-ITEMS(WS-CAT-FOUND-SUB)
           ADD SPX-SPEND TO WS-CAT-SPEND(WS-CAT-FOUND-SUB).

       *> categories sharing a cost center and account load as one
       *> line
       300-BUILD-LOAD-LINES.
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
             UNTIL WS-CAT-SUB > WS-CAT-COUNT
               ADD WS-CAT-SPEND(WS-CAT-SUB) TO WS-CAT-TOTAL
               IF WS-CAT-MAP-SUB(WS-CAT-SUB) > ZEROS
                   PERFORM 310-ADD-LOAD-LINE
               END-IF
           END-PERFORM.

       310-ADD-LOAD-LINE.
           MOVE WS-MAP-COST-CENTER(WS-CAT-MAP-SUB(WS-CAT-SUB))
             TO WS-LD-NEW-COST-CENTER
           MOVE WS-MAP-GL-ACCOUNT(WS-CAT-MAP-SUB(WS-CAT-SUB))
             TO WS-LD-NEW-GL-ACCOUNT
           MOVE 'NO ' TO WS-LD-FOUND-SW
           MOVE ZEROS TO WS-LD-INS-SUB
           PERFORM VARYING WS-LD-SUB FROM 1 BY 1
             UNTIL WS-LD-SUB > WS-LD-COUNT
               IF WS-LD-KEY(WS-LD-SUB) = WS-LD-NEW-KEY
                   SET WS-LD-FOUND TO TRUE
                   ADD WS-CAT-SPEND(WS-CAT-SUB)
                     TO WS-LD-AMOUNT(WS-LD-SUB)
                   MOVE WS-LD-COUNT TO WS-LD-SUB
               ELSE
                   IF WS-LD-KEY(WS-LD-SUB) > WS-LD-NEW-KEY
                     AND WS-LD-INS-SUB = ZEROS
                       MOVE WS-LD-SUB TO WS-LD-INS-SUB
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-LD-FOUND
               IF WS-LD-COUNT = 200
                   DISPLAY 'LOAD LINE TABLE FULL - RUN STOPPED'
                   MOVE 12 TO RETURN-CODE
                   GOBACK
               END-IF
               IF WS-LD-INS-SUB = ZEROS
                   COMPUTE WS-LD-INS-SUB = WS-LD-COUNT + 1
               ELSE
                   PERFORM VARYING WS-LD-SUB FROM WS-LD-COUNT BY -1
                     UNTIL WS-LD-SUB < WS-LD-INS-SUB
                       MOVE WS-LD-ENTRY(WS-LD-SUB)
                         TO WS-LD-ENTRY(WS-LD-SUB + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-LD-COUNT
               MOVE WS-LD-NEW-KEY TO WS-LD-KEY(WS-LD-INS-SUB)
               MOVE WS-CAT-SPEND(WS-CAT-SUB)
                 TO WS-LD-AMOUNT(WS-LD-INS-SUB)
           END-IF.

       400-WRITE-LOAD-FILE.
           MOVE SPACES TO BUDGET-HEADER-REC
           MOVE 'H' TO BLH-REC-TYPE
           MOVE WS-FISCAL-YEAR TO BLH-FISCAL-YEAR
           MOVE WS-SCENARIO TO BLH-SCENARIO
           MOVE WS-RUN-DATE TO BLH-RUN-DATE
           MOVE 'CH9PROJ ' TO BLH-SOURCE
           WRITE BUDGET-HEADER-REC
           PERFORM VARYING WS-LD-SUB FROM 1 BY 1
             UNTIL WS-LD-SUB > WS-LD-COUNT
               MOVE SPACES TO BUDGET-LINE-REC
               MOVE 'D' TO BLD-REC-TYPE
               MOVE WS-FISCAL-YEAR TO BLD-FISCAL-YEAR
               MOVE WS-LD-COST-CENTER(WS-LD-SUB) TO BLD-COST-CENTER
               MOVE WS-LD-GL-ACCOUNT(WS-LD-SUB) TO BLD-GL-ACCOUNT
               MOVE WS-LD-AMOUNT(WS-LD-SUB) TO BLD-AMOUNT
               WRITE BUDGET-LINE-REC
               ADD WS-LD-AMOUNT(WS-LD-SUB) TO WS-LOAD-TOTAL
           END-PERFORM
           MOVE SPACES TO BUDGET-TRAILER-REC
           MOVE 'T' TO BLT-REC-TYPE
           MOVE WS-LD-COUNT TO BLT-LINE-COUNT
           MOVE WS-LOAD-TOTAL TO BLT-TOTAL-AMOUNT
           MOVE WS-ITEM-COUNT TO BLT-ITEM-COUNT
           WRITE BUDGET-TRAILER-REC.

       *> items to categories to load lines, each total proved against
       *> the one before it
       500-WRITE-PROOF.
           MOVE WS-RUN-DATE TO H1-RUN-DATE
           MOVE WS-FISCAL-YEAR TO H2-FISCAL-YEAR
           MOVE WS-SCENARIO TO H2-SCENARIO
           WRITE BUDGET-PROOF-REC FROM HEADER-01
           WRITE BUDGET-PROOF-REC FROM HEADER-02
           WRITE BUDGET-PROOF-REC FROM BLANK-LINE
           WRITE BUDGET-PROOF-REC FROM HEADER-CAT-TITLE
           WRITE BUDGET-PROOF-REC FROM HEADER-CAT-COLS
           PERFORM VARYING WS-CAT-SUB FROM 1 BY 1
             UNTIL WS-CAT-SUB > WS-CAT-COUNT
               MOVE SPACES TO CAT-LINE
               MOVE WS-CAT-CATEGORY(WS-CAT-SUB) TO CTL-CATEGORY
               MOVE WS-CAT-ITEMS(WS-CAT-SUB) TO CTL-ITEMS
               MOVE WS-CAT-SPEND(WS-CAT-SUB) TO CTL-SPEND
               IF WS-CAT-MAP-SUB(WS-CAT-SUB) > ZEROS
                   MOVE WS-MAP-COST-CENTER(WS-CAT-MAP-SUB(WS-CAT-SUB))
                     TO CTL-COST-CENTER
                   MOVE WS-MAP-GL-ACCOUNT(WS-CAT-MAP-SUB(WS-CAT-SUB))
                     TO CTL-GL-ACCOUNT
               ELSE
                   MOVE 'NOT MAPPED' TO CTL-NOTE
               END-IF
               WRITE BUDGET-PROOF-REC FROM CAT-LINE
           END-PERFORM
           IF WS-LOAD-RELEASED
               WRITE BUDGET-PROOF-REC FROM BLANK-LINE
               WRITE BUDGET-PROOF-REC FROM HEADER-LOAD-TITLE
               PERFORM VARYING WS-LD-SUB FROM 1 BY 1
                 UNTIL WS-LD-SUB > WS-LD-COUNT
                   MOVE WS-LD-COST-CENTER(WS-LD-SUB) TO LDL-COST-CENTER
                   MOVE WS-LD-GL-ACCOUNT(WS-LD-SUB) TO LDL-GL-ACCOUNT
                   MOVE WS-LD-AMOUNT(WS-LD-SUB) TO LDL-AMOUNT
                   WRITE BUDGET-PROOF-REC FROM LOAD-LINE
               END-PERFORM
           END-IF
           IF WS-UNM-COUNT > ZEROS
               WRITE BUDGET-PROOF-REC FROM BLANK-LINE
               WRITE BUDGET-PROOF-REC FROM HEADER-UNM-TITLE
               PERFORM VARYING WS-UNM-SUB FROM 1 BY 1
                 UNTIL WS-UNM-SUB > WS-UNM-COUNT
                   MOVE WS-UNM-ITEM-NO(WS-UNM-SUB) TO UNL-ITEM-NO
                   MOVE WS-UNM-CATEGORY(WS-UNM-SUB) TO UNL-CATEGORY
                   MOVE WS-UNM-SPEND(WS-UNM-SUB) TO UNL-SPEND
                   WRITE BUDGET-PROOF-REC FROM UNMAPPED-LINE
               END-PERFORM
           END-IF
           WRITE BUDGET-PROOF-REC FROM BLANK-LINE
           MOVE 'ITEM SPEND FROM PROJECTION' TO PFL-LABEL
           MOVE WS-ITEM-TOTAL TO PFL-AMOUNT
           MOVE WS-ITEM-COUNT TO PFL-COUNT
           WRITE BUDGET-PROOF-REC FROM PROOF-LINE
           MOVE 'CATEGORY SPEND TOTAL' TO PFL-LABEL
           MOVE WS-CAT-TOTAL TO PFL-AMOUNT
           MOVE WS-CAT-COUNT TO PFL-COUNT
           WRITE BUDGET-PROOF-REC FROM PROOF-LINE
           MOVE 'UNMAPPED SPEND' TO PFL-LABEL
           MOVE WS-UNMAPPED-TOTAL TO PFL-AMOUNT
           MOVE WS-UNM-COUNT TO PFL-COUNT
           WRITE BUDGET-PROOF-REC FROM PROOF-LINE
           IF WS-LOAD-RELEASED
               MOVE 'LOAD FILE CONTROL TOTAL' TO PFL-LABEL
               MOVE WS-LOAD-TOTAL TO PFL-AMOUNT
               MOVE WS-LD-COUNT TO PFL-COUNT
               WRITE BUDGET-PROOF-REC FROM PROOF-LINE
           END-IF
           WRITE BUDGET-PROOF-REC FROM BLANK-LINE
           EVALUATE TRUE
               WHEN WS-ITEM-COUNT = ZEROS
                   MOVE 'LOAD FILE WITHHELD - NO SPEND FOR THE SCENARIO'
                     TO STL-TEXT
               WHEN WS-UNM-COUNT > ZEROS
                   MOVE 'LOAD FILE WITHHELD - MAP THE CATEGORIES ABOVE'
                     TO STL-TEXT
               WHEN WS-LOAD-TOTAL = WS-CAT-TOTAL
                 AND WS-CAT-TOTAL = WS-ITEM-TOTAL
                   MOVE 'LOAD FILE AGREES TO PROJECTED SPEND - RELEASED'
                     TO STL-TEXT
               WHEN OTHER
                   MOVE 'LOAD FILE OUT OF BALANCE - DO NOT RELEASE'
                     TO STL-TEXT
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           WRITE BUDGET-PROOF-REC FROM STATUS-LINE.

       end program BudgetLoad.
