       identification division.
       program-id. TerrProd.

       environment division.
       configuration section.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> the period's posted sales and returns out of receivables
           SELECT POSTED-DETAIL assign to
           'CH3POSTEDDETAIL'
           organization is line sequential.

           *> salesperson master - carries the territory each
           *> salesperson's sales roll up to
           SELECT SALESPERSON-MASTER assign to
           'CH3SALESPERSONS'
           organization is line sequential.

           *> period-stamped territory salary totals from the rollup
           SELECT OPTIONAL TERR-HISTORY-FILE assign to
           'CH10TERRHIST'
           organization is line sequential.

           SELECT TERR-BUDGET-FILE assign to
           'CH10BUDGET'
           organization is line sequential.

           *> organization hierarchy - regions and the territories
           *> under them as of the run date
           SELECT ORG-MASTER assign to
           'CHORGMASTER'
           organization is line sequential.

           *> period being reported and how many periods make a year -
           *> defaults to the current month, twelve periods
           SELECT OPTIONAL PROD-CONTROL-FILE assign to
           'CH10PRODCTL'
           organization is line sequential.

           SELECT PROD-RPT assign to
           'CH10PRODRPT'
           organization is line sequential.

       data division.
       FILE SECTION.
       FD POSTED-DETAIL.
       01 POSTED-DETAIL-REC.
         05 PD-IDENT                PIC X(5).
         05 FILLER                  PIC X(1).
         05 PD-SALES                PIC 9(5)V99.
         05 FILLER                  PIC X(1).
         05 PD-DISCOUNT-AMT         PIC 9(7)V99.
         05 FILLER                  PIC X(1).
         05 PD-NET                  PIC 9(5)V99.
         05 FILLER                  PIC X(1).
         05 PD-PTD-AFTER            PIC 9(7)V99.
         05 FILLER                  PIC X(1).
         05 PD-TRANS-TYPE           PIC X(1).
         05 FILLER                  PIC X(1).
         05 PD-TAX-AMT              PIC 9(5)V99.
         05 FILLER                  PIC X(1).
         05 PD-SLSP                 PIC X(3).

       FD SALESPERSON-MASTER.
       01 SALESPERSON-REC.
         05 SP-CODE-IN              PIC X(3).
         05 SP-NAME-IN              PIC X(20).
         05 SP-RATE-IN              PIC 9V999.
         05 SP-TERR-NO-IN           PIC X(2).

       FD TERR-HISTORY-FILE.
       01 TERR-HISTORY-REC.
         05 HIST-PERIOD             PIC 9(06).
         05 HIST-REC-TYPE           PIC X(01).
         05 HIST-CODE               PIC X(02).
         05 HIST-TOTAL              PIC 9(09).

       FD TERR-BUDGET-FILE.
       01 TERR-BUDGET-REC.
         05 BUD-TERR-NO-IN          PIC X(02).
         05 BUD-AMOUNT-IN           PIC 9(09).

       FD ORG-MASTER.
       01 ORG-MASTER-REC.
         05 ORG-LEVEL               PIC X(01).
         05 ORG-CODE                PIC X(04).
         05 ORG-EFF-DATE            PIC 9(08).
         05 ORG-STATUS              PIC X(01).
         05 ORG-PARENT              PIC X(04).
         05 ORG-NAME                PIC X(20).
         05 ORG-MANAGER             PIC X(20).

       FD PROD-CONTROL-FILE.
       01 PROD-CONTROL-REC.
         05 CTL-PERIOD              PIC 9(06).
         05 CTL-PERIODS-PER-YEAR    PIC 9(02).

       FD PROD-RPT.
       01 PROD-RPT-REC              PIC X(100).

       working-storage section.
       01 FLAGS-AND-INDICATORS.
         05 WS-PD-MORE-RECORDS      PIC XXX VALUE 'YES'.
         05 WS-SP-MORE-RECORDS      PIC XXX VALUE 'YES'.
         05 WS-HIS-MORE-RECORDS     PIC XXX VALUE 'YES'.
         05 WS-BUD-MORE-RECORDS     PIC XXX VALUE 'YES'.
         05 WS-REG-MORE-RECORDS     PIC XXX VALUE 'YES'.
         05 WS-FOUND-SW             PIC XXX VALUE 'NO '.
           88 WS-FOUND VALUE 'YES'.

       01 DATE-FIELD.
         05 YEAR-FIELD              PIC 9(4).
         05 MONTH-FIELD             PIC 99.
         05 DAY-FIELD               PIC 99.
         05                         PIC X(13).

       01 WS-REPORT-PERIOD          PIC 9(6) VALUE ZERO.
       01 WS-SALARY-PERIOD          PIC 9(6) VALUE ZERO.
       01 WS-PERIODS-PER-YEAR       PIC 9(2) VALUE 12.

       *> salesperson to territory, from the Ch3 master
       01 WS-SLSP-TABLE.
         05 WS-SLSP-COUNT           PIC 9(3) VALUE ZERO.
         05 WS-SLSP-ENTRY OCCURS 200 TIMES.
           10 WS-SLSP-CODE            PIC X(3).
           10 WS-SLSP-TERR            PIC X(2).
       01 WS-SLSP-SUB               PIC 9(3) VALUE ZERO.

       *> regions in force, in the order they are on the org master
       01 WS-REGION-TABLE.
         05 WS-REG-COUNT            PIC 9(3) VALUE ZERO.
         05 WS-REG-ENTRY OCCURS 20 TIMES.
           10 WS-REG-CODE             PIC X(2).
           10 WS-REG-NAME             PIC X(15).
       01 WS-REG-SUB                PIC 9(3) VALUE ZERO.

       *> regions and territories in force on the run date - the
       *> latest version of each unit not after that date
       01 WS-ORG-TABLE.
         05 WS-ORG-COUNT            PIC 9(3) VALUE ZERO.
         05 WS-ORG-ENTRY OCCURS 300 TIMES.
           10 WS-ORG-LEVEL            PIC X(1).
           10 WS-ORG-CODE             PIC X(4).
           10 WS-ORG-EFF-DATE         PIC 9(8).
           10 WS-ORG-STATUS           PIC X(1).
           10 WS-ORG-PARENT           PIC X(4).
           10 WS-ORG-NAME             PIC X(20).
       01 WS-ORG-SUB                PIC 9(3) VALUE ZERO.
       01 WS-ORG-FOUND-SUB          PIC 9(3) VALUE ZERO.
       01 WS-ORG-AS-OF              PIC 9(8) VALUE ZERO.

       *> every territory seen on the hierarchy, the salary
       *> history, the budget or the period's sales
       01 WS-TERR-TABLE.
         05 WS-TERR-COUNT           PIC 9(3) VALUE ZERO.
         05 WS-TERR-ENTRY OCCURS 60 TIMES.
           10 WS-TERR-NO              PIC X(2).
           10 WS-TERR-REGION          PIC X(2).
           10 WS-TERR-SALES           PIC S9(9)V99.
           10 WS-TERR-SALARY          PIC 9(9).
           10 WS-TERR-BUDGET          PIC 9(9).
           10 WS-TERR-PER-DOLLAR      PIC S9(5)V99.
           10 WS-TERR-RANKED-SW       PIC XXX.
             88 WS-TERR-RANKED VALUE 'YES'.
           10 WS-TERR-RANK            PIC 9(3).
       01 WS-TERR-SUB               PIC 9(3) VALUE ZERO.
       01 WS-OTHER-SUB              PIC 9(3) VALUE ZERO.
       01 WS-HIT-SUB                PIC 9(3) VALUE ZERO.
       01 WS-TERR-KEY               PIC X(2) VALUE SPACES.
       01 WS-REGION-KEY             PIC X(2) VALUE SPACES.

       *> sales that cannot be put on a territory - salesperson not
       *> on the master, or on it with no territory
       01 WS-UNATTRIB-SALES         PIC S9(9)V99 VALUE ZERO.
       01 WS-UNATTRIB-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-SALES-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-SIGNED-NET             PIC S9(7)V99 VALUE ZERO.

       *> the figures for whichever line is being printed
       01 WS-LINE-FIGURES.
         05 WS-LINE-SALES           PIC S9(9)V99 VALUE ZERO.
         05 WS-LINE-SALARY          PIC 9(9) VALUE ZERO.
         05 WS-LINE-BUDGET          PIC 9(9) VALUE ZERO.
         05 WS-LINE-PERIOD-COST     PIC 9(9)V99 VALUE ZERO.
         05 WS-LINE-PER-DOLLAR      PIC S9(5)V99 VALUE ZERO.
         05 WS-LINE-COST-PCT        PIC 9(7)V99 VALUE ZERO.
       01 WS-REGION-TOTALS.
         05 WS-RGN-SALES            PIC S9(9)V99 VALUE ZERO.
         05 WS-RGN-SALARY           PIC 9(9) VALUE ZERO.
         05 WS-RGN-BUDGET           PIC 9(9) VALUE ZERO.
         05 WS-RGN-TERR-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-COMPANY-TOTALS.
         05 WS-COMP-SALES           PIC S9(9)V99 VALUE ZERO.
         05 WS-COMP-SALARY          PIC 9(9) VALUE ZERO.
         05 WS-COMP-BUDGET          PIC 9(9) VALUE ZERO.

       01 WS-PER-DOLLAR-EDIT        PIC -ZZ,ZZ9.99.
       01 WS-COST-PCT-EDIT          PIC Z,ZZZ,ZZ9.99.
       01 WS-RANK-EDIT              PIC ZZ9.

       01 PROD-TITLE-LINE.
         05                    PIC X(1) VALUE SPACE.
         05                    PIC X(44) VALUE
           'TERRITORY PRODUCTIVITY - SALES VS SALARY    '.
         05                    PIC X(8) VALUE 'PERIOD  '.
         05 PTL-PERIOD         PIC 9(06).
         05                    PIC X(41) VALUE SPACES.

       01 PROD-BASIS-LINE.
         05                    PIC X(1) VALUE SPACE.
         05                    PIC X(22) VALUE
           'SALARY AS OF PERIOD   '.
         05 PBL-SAL-PERIOD     PIC 9(06).
         05                    PIC X(7) VALUE SPACES.
         05                    PIC X(28) VALUE
           'PERIOD COST = ANNUAL SALARY/'.
         05 PBL-PERIODS        PIC Z9.
         05                    PIC X(34) VALUE SPACES.

       01 PROD-HEADING-1.
         05                    PIC X(8) VALUE SPACES.
         05                    PIC X(15) VALUE '      NET SALES'.
         05                    PIC X(2) VALUE SPACES.
         05                    PIC X(12) VALUE '  ANNUAL SAL'.
         05                    PIC X(2) VALUE SPACES.
         05                    PIC X(12) VALUE '  ANNUAL BUD'.
         05                    PIC X(2) VALUE SPACES.
         05                    PIC X(14) VALUE '   PERIOD COST'.
         05                    PIC X(2) VALUE SPACES.
         05                    PIC X(10) VALUE ' SALES PER'.
         05                    PIC X(2) VALUE SPACES.
         05                    PIC X(12) VALUE '  SAL COST %'.
         05                    PIC X(2) VALUE SPACES.
         05                    PIC X(4) VALUE 'RANK'.
         05                    PIC X(1) VALUE SPACES.

       01 PROD-HEADING-2.
         05                    PIC X(8) VALUE ' TERR'.
         05                    PIC X(53) VALUE SPACES.
         05                    PIC X(10) VALUE 'SALARY $'.
         05                    PIC X(2) VALUE SPACES.
         05                    PIC X(12) VALUE '    OF SALES'.
         05                    PIC X(15) VALUE SPACES.

       01 REGION-HEAD-LINE.
         05                    PIC X(1) VALUE SPACE.
         05                    PIC X(7) VALUE 'REGION '.
         05 RHL-CODE           PIC X(2).
         05                    PIC X(2) VALUE SPACES.
         05 RHL-NAME           PIC X(20).
         05                    PIC X(68) VALUE SPACES.

       01 PROD-DETAIL-LINE.
         05                    PIC X(1) VALUE SPACE.
         05 PDL-LABEL          PIC X(7).
         05 PDL-SALES          PIC -ZZZ,ZZZ,ZZ9.99.
         05                    PIC X(2) VALUE SPACES.
         05 PDL-SALARY         PIC $ZZZ,ZZZ,ZZ9.
         05                    PIC X(2) VALUE SPACES.
         05 PDL-BUDGET         PIC $ZZZ,ZZZ,ZZ9.
         05                    PIC X(2) VALUE SPACES.
         05 PDL-PERIOD-COST    PIC ZZZ,ZZZ,ZZ9.99.
         05                    PIC X(2) VALUE SPACES.
         05 PDL-PER-DOLLAR     PIC X(10).
         05                    PIC X(2) VALUE SPACES.
         05 PDL-COST-PCT       PIC X(12).
         05                    PIC X(3) VALUE SPACES.
         05 PDL-RANK           PIC X(3).
         05                    PIC X(1) VALUE SPACES.

       01 UNATTRIB-NOTE-LINE.
         05                    PIC X(9) VALUE SPACES.
         05 UNL-COUNT          PIC ZZ,ZZ9.
         05                    PIC X(45) VALUE
           ' SALE/RETURN LINES WITH NO SALESPERSON TERR'.
         05                    PIC X(40) VALUE SPACES.

       01 BLANK-LINE                PIC X(100) VALUE SPACES.

       procedure division.
       100-main-module.
           perform 105-set-period
           perform 110-load-regions
           perform 120-load-salespersons
           perform 130-load-salary-history
           perform 140-load-budgets
           perform 150-accumulate-sales
           perform 200-rank-territories
           open output PROD-RPT
           perform 300-write-headings
           perform varying WS-REG-SUB from 1 by 1
             until WS-REG-SUB > WS-REG-COUNT
               move WS-REG-CODE(WS-REG-SUB) to WS-REGION-KEY
               move WS-REG-NAME(WS-REG-SUB) to RHL-NAME
               perform 310-report-one-region
           end-perform
           move spaces to WS-REGION-KEY
           move 'NOT ON ORG HIERARCHY' to RHL-NAME
           perform 310-report-one-region
           perform 350-write-company-total
           close PROD-RPT
           if WS-UNATTRIB-COUNT > 0
               display WS-UNATTRIB-COUNT
                 ' SALES LINES WITH NO TERRITORY - SEE UNASGN LINE'
               move 4 to RETURN-CODE
           end-if
           goback.

       105-set-period.
           move function current-date to DATE-FIELD
           compute WS-REPORT-PERIOD = YEAR-FIELD * 100 + MONTH-FIELD
           open input PROD-CONTROL-FILE
           read PROD-CONTROL-FILE
               at end
                   continue
               not at end
                   if CTL-PERIOD numeric and CTL-PERIOD > 0
                       move CTL-PERIOD to WS-REPORT-PERIOD
                   end-if
                   if CTL-PERIODS-PER-YEAR numeric
                     and CTL-PERIODS-PER-YEAR > 0
                       move CTL-PERIODS-PER-YEAR
                         to WS-PERIODS-PER-YEAR
                   end-if
           end-read
           close PROD-CONTROL-FILE.

       *> territories take their region from the hierarchy; one
       *> whose region is not in force reports with the territories
       *> not on the hierarchy
       110-load-regions.
           compute WS-ORG-AS-OF =
             YEAR-FIELD * 10000 + MONTH-FIELD * 100 + DAY-FIELD
           open input ORG-MASTER
           perform until WS-REG-MORE-RECORDS = 'NO '
               read ORG-MASTER
                   at end
                       move 'NO ' to WS-REG-MORE-RECORDS
                   not at end
                       if ORG-LEVEL not = 'O'
                         and ORG-EFF-DATE not > WS-ORG-AS-OF
                           perform 115-file-org-version
                       end-if
               end-read
           end-perform
           close ORG-MASTER
           perform varying WS-ORG-SUB from 1 by 1
             until WS-ORG-SUB > WS-ORG-COUNT
               if WS-ORG-LEVEL(WS-ORG-SUB) = 'R'
                 and WS-ORG-STATUS(WS-ORG-SUB) = 'A'
                   if WS-REG-COUNT = 20
                       display 'REGION TABLE FULL - RUN STOPPED'
                       move 12 to RETURN-CODE
                       goback
                   end-if
                   add 1 to WS-REG-COUNT
                   move WS-ORG-CODE(WS-ORG-SUB)
                     to WS-REG-CODE(WS-REG-COUNT)
                   move WS-ORG-NAME(WS-ORG-SUB)
                     to WS-REG-NAME(WS-REG-COUNT)
               end-if
           end-perform
           perform varying WS-ORG-SUB from 1 by 1
             until WS-ORG-SUB > WS-ORG-COUNT
               if WS-ORG-LEVEL(WS-ORG-SUB) = 'T'
                 and WS-ORG-STATUS(WS-ORG-SUB) = 'A'
                   perform 117-file-territory
               end-if
           end-perform.

       115-file-org-version.
           move 'NO ' to WS-FOUND-SW
           perform varying WS-ORG-SUB from 1 by 1
             until WS-ORG-SUB > WS-ORG-COUNT
               if WS-ORG-LEVEL(WS-ORG-SUB) = ORG-LEVEL
                 and WS-ORG-CODE(WS-ORG-SUB) = ORG-CODE
                   set WS-FOUND to true
                   move WS-ORG-SUB to WS-ORG-FOUND-SUB
                   move WS-ORG-COUNT to WS-ORG-SUB
               end-if
           end-perform
           if not WS-FOUND
               if WS-ORG-COUNT = 300
                   display 'ORG TABLE FULL - RUN STOPPED'
                   move 12 to RETURN-CODE
                   goback
               end-if
               add 1 to WS-ORG-COUNT
               move WS-ORG-COUNT to WS-ORG-FOUND-SUB
               move zero to WS-ORG-EFF-DATE(WS-ORG-FOUND-SUB)
           end-if
           if ORG-EFF-DATE not < WS-ORG-EFF-DATE(WS-ORG-FOUND-SUB)
               move ORG-LEVEL to WS-ORG-LEVEL(WS-ORG-FOUND-SUB)
               move ORG-CODE to WS-ORG-CODE(WS-ORG-FOUND-SUB)
               move ORG-EFF-DATE to WS-ORG-EFF-DATE(WS-ORG-FOUND-SUB)
               move ORG-STATUS to WS-ORG-STATUS(WS-ORG-FOUND-SUB)
               move ORG-PARENT to WS-ORG-PARENT(WS-ORG-FOUND-SUB)
               move ORG-NAME to WS-ORG-NAME(WS-ORG-FOUND-SUB)
           end-if.

       117-file-territory.
           move WS-ORG-CODE(WS-ORG-SUB) to WS-TERR-KEY
           perform 190-find-territory
           move spaces to WS-TERR-REGION(WS-TERR-SUB)
           perform varying WS-REG-SUB from 1 by 1
             until WS-REG-SUB > WS-REG-COUNT
               if WS-REG-CODE(WS-REG-SUB) = WS-ORG-PARENT(WS-ORG-SUB)
                   move WS-REG-CODE(WS-REG-SUB)
                     to WS-TERR-REGION(WS-TERR-SUB)
                   move WS-REG-COUNT to WS-REG-SUB
               end-if
           end-perform.

       120-load-salespersons.
           open input SALESPERSON-MASTER
           perform until WS-SP-MORE-RECORDS = 'NO '
               read SALESPERSON-MASTER
                   at end
                       move 'NO ' to WS-SP-MORE-RECORDS
                   not at end
                       if WS-SLSP-COUNT = 200
                           display 'SALESPERSON TABLE FULL - RUN'
                             ' STOPPED'
                           move 12 to RETURN-CODE
                           goback
                       end-if
                       add 1 to WS-SLSP-COUNT
                       move SP-CODE-IN to WS-SLSP-CODE(WS-SLSP-COUNT)
                       move SP-TERR-NO-IN
                         to WS-SLSP-TERR(WS-SLSP-COUNT)
               end-read
           end-perform
           close SALESPERSON-MASTER.

       *> the salary total is the rollup's territory figure for the
       *> report period - or the latest period before it if the
       *> rollup has not been run for the period yet
       130-load-salary-history.
           open input TERR-HISTORY-FILE
           perform until WS-HIS-MORE-RECORDS = 'NO '
               read TERR-HISTORY-FILE
                   at end
                       move 'NO ' to WS-HIS-MORE-RECORDS
                   not at end
                       if HIST-REC-TYPE = 'T'
                         and HIST-PERIOD not > WS-REPORT-PERIOD
                         and HIST-PERIOD > WS-SALARY-PERIOD
                           move HIST-PERIOD to WS-SALARY-PERIOD
                       end-if
               end-read
           end-perform
           close TERR-HISTORY-FILE
           if WS-SALARY-PERIOD = ZERO
               display 'NO TERRITORY SALARY HISTORY ON OR BEFORE '
                 WS-REPORT-PERIOD ' - SALARY SHOWN AS ZERO'
               move 4 to RETURN-CODE
           else
               if WS-SALARY-PERIOD not = WS-REPORT-PERIOD
                   display 'PERIOD ' WS-REPORT-PERIOD
                     ' NOT ON TERRITORY HISTORY - USING '
                     WS-SALARY-PERIOD
               end-if
               move 'YES' to WS-HIS-MORE-RECORDS
               open input TERR-HISTORY-FILE
               perform until WS-HIS-MORE-RECORDS = 'NO '
                   read TERR-HISTORY-FILE
                       at end
                           move 'NO ' to WS-HIS-MORE-RECORDS
                       not at end
                           if HIST-REC-TYPE = 'T'
                             and HIST-PERIOD = WS-SALARY-PERIOD
                               move HIST-CODE to WS-TERR-KEY
                               perform 190-find-territory
                               move HIST-TOTAL
                                 to WS-TERR-SALARY(WS-TERR-SUB)
                           end-if
                   end-read
               end-perform
               close TERR-HISTORY-FILE
           end-if.

       140-load-budgets.
           open input TERR-BUDGET-FILE
           perform until WS-BUD-MORE-RECORDS = 'NO '
               read TERR-BUDGET-FILE
                   at end
                       move 'NO ' to WS-BUD-MORE-RECORDS
                   not at end
                       move BUD-TERR-NO-IN to WS-TERR-KEY
                       perform 190-find-territory
                       move BUD-AMOUNT-IN
                         to WS-TERR-BUDGET(WS-TERR-SUB)
               end-read
           end-perform
           close TERR-BUDGET-FILE.

       *> net sales less returns, carried to the salesperson's
       *> territory; payments and other posting types are skipped
       150-accumulate-sales.
           open input POSTED-DETAIL
           perform until WS-PD-MORE-RECORDS = 'NO '
               read POSTED-DETAIL
                   at end
                       move 'NO ' to WS-PD-MORE-RECORDS
                   not at end
                       if PD-TRANS-TYPE = 'S' or PD-TRANS-TYPE = 'R'
                           perform 155-post-sale
                       end-if
               end-read
           end-perform
           close POSTED-DETAIL.

       155-post-sale.
           add 1 to WS-SALES-COUNT
           if PD-TRANS-TYPE = 'R'
               compute WS-SIGNED-NET = zero - PD-NET
           else
               move PD-NET to WS-SIGNED-NET
           end-if
           move spaces to WS-TERR-KEY
           perform varying WS-SLSP-SUB from 1 by 1
             until WS-SLSP-SUB > WS-SLSP-COUNT
               if WS-SLSP-CODE(WS-SLSP-SUB) = PD-SLSP
                   move WS-SLSP-TERR(WS-SLSP-SUB) to WS-TERR-KEY
                   move WS-SLSP-COUNT to WS-SLSP-SUB
               end-if
           end-perform
           if WS-TERR-KEY = spaces or PD-SLSP = spaces
               add 1 to WS-UNATTRIB-COUNT
               add WS-SIGNED-NET to WS-UNATTRIB-SALES
           else
               perform 190-find-territory
               add WS-SIGNED-NET to WS-TERR-SALES(WS-TERR-SUB)
           end-if.

       *> locate WS-TERR-KEY in the territory table, adding it with
       *> no region when first seen; WS-TERR-SUB is left on the entry
       190-find-territory.
           move 'NO ' to WS-FOUND-SW
           perform varying WS-TERR-SUB from 1 by 1
             until WS-TERR-SUB > WS-TERR-COUNT
               if WS-TERR-NO(WS-TERR-SUB) = WS-TERR-KEY
                   set WS-FOUND to true
                   move WS-TERR-SUB to WS-HIT-SUB
                   move WS-TERR-COUNT to WS-TERR-SUB
               end-if
           end-perform
           if WS-FOUND
               move WS-HIT-SUB to WS-TERR-SUB
           else
               if WS-TERR-COUNT = 60
                   display 'TERRITORY TABLE FULL - RUN STOPPED'
                   move 12 to RETURN-CODE
                   goback
               end-if
               add 1 to WS-TERR-COUNT
               move WS-TERR-COUNT to WS-TERR-SUB
               move WS-TERR-KEY to WS-TERR-NO(WS-TERR-SUB)
               move spaces to WS-TERR-REGION(WS-TERR-SUB)
               move zero to WS-TERR-SALES(WS-TERR-SUB)
               move zero to WS-TERR-SALARY(WS-TERR-SUB)
               move zero to WS-TERR-BUDGET(WS-TERR-SUB)
               move zero to WS-TERR-PER-DOLLAR(WS-TERR-SUB)
               move 'NO ' to WS-TERR-RANKED-SW(WS-TERR-SUB)
               move zero to WS-TERR-RANK(WS-TERR-SUB)
           end-if.

       *> territories carrying salary are ranked on sales per salary
       *> dollar, best first; ties share a rank
       200-rank-territories.
           perform varying WS-TERR-SUB from 1 by 1
             until WS-TERR-SUB > WS-TERR-COUNT
               if WS-TERR-SALARY(WS-TERR-SUB) > 0
                   move WS-TERR-SALES(WS-TERR-SUB) to WS-LINE-SALES
                   move WS-TERR-SALARY(WS-TERR-SUB) to WS-LINE-SALARY
                   perform 400-compute-ratios
                   move WS-LINE-PER-DOLLAR
                     to WS-TERR-PER-DOLLAR(WS-TERR-SUB)
                   set WS-TERR-RANKED(WS-TERR-SUB) to true
               end-if
           end-perform
           perform varying WS-TERR-SUB from 1 by 1
             until WS-TERR-SUB > WS-TERR-COUNT
               if WS-TERR-RANKED(WS-TERR-SUB)
                   move 1 to WS-TERR-RANK(WS-TERR-SUB)
                   perform varying WS-OTHER-SUB from 1 by 1
                     until WS-OTHER-SUB > WS-TERR-COUNT
                       if WS-TERR-RANKED(WS-OTHER-SUB)
                         and WS-TERR-PER-DOLLAR(WS-OTHER-SUB) >
                           WS-TERR-PER-DOLLAR(WS-TERR-SUB)
                           add 1 to WS-TERR-RANK(WS-TERR-SUB)
                       end-if
                   end-perform
               end-if
           end-perform.

       300-write-headings.
           move WS-REPORT-PERIOD to PTL-PERIOD
           move WS-SALARY-PERIOD to PBL-SAL-PERIOD
           move WS-PERIODS-PER-YEAR to PBL-PERIODS
           write PROD-RPT-REC from PROD-TITLE-LINE
           write PROD-RPT-REC from PROD-BASIS-LINE
             after advancing 1
           write PROD-RPT-REC from PROD-HEADING-1
             after advancing 2
           write PROD-RPT-REC from PROD-HEADING-2
             after advancing 1.

       *> one region's territories and subtotal; the blank region
       *> key picks up territories missing from the region master
       310-report-one-region.
           move zero to WS-RGN-SALES WS-RGN-SALARY WS-RGN-BUDGET
             WS-RGN-TERR-COUNT
           perform varying WS-TERR-SUB from 1 by 1
             until WS-TERR-SUB > WS-TERR-COUNT
               if WS-TERR-REGION(WS-TERR-SUB) = WS-REGION-KEY
                   if WS-RGN-TERR-COUNT = 0
                       move WS-REGION-KEY to RHL-CODE
                       write PROD-RPT-REC from REGION-HEAD-LINE
                         after advancing 2
                   end-if
                   add 1 to WS-RGN-TERR-COUNT
                   perform 320-write-territory-line
               end-if
           end-perform
           if WS-RGN-TERR-COUNT > 0
               move WS-RGN-SALES to WS-LINE-SALES
               move WS-RGN-SALARY to WS-LINE-SALARY
               move WS-RGN-BUDGET to WS-LINE-BUDGET
               perform 400-compute-ratios
               move 'RGN TOT' to PDL-LABEL
               move spaces to PDL-RANK
               perform 410-write-figures
           end-if.

       320-write-territory-line.
           move WS-TERR-SALES(WS-TERR-SUB) to WS-LINE-SALES
           move WS-TERR-SALARY(WS-TERR-SUB) to WS-LINE-SALARY
           move WS-TERR-BUDGET(WS-TERR-SUB) to WS-LINE-BUDGET
           add WS-LINE-SALES to WS-RGN-SALES WS-COMP-SALES
           add WS-LINE-SALARY to WS-RGN-SALARY WS-COMP-SALARY
           add WS-LINE-BUDGET to WS-RGN-BUDGET WS-COMP-BUDGET
           perform 400-compute-ratios
           move spaces to PDL-LABEL
           move WS-TERR-NO(WS-TERR-SUB) to PDL-LABEL(3:2)
           if WS-TERR-RANKED(WS-TERR-SUB)
               move WS-TERR-RANK(WS-TERR-SUB) to WS-RANK-EDIT
               move WS-RANK-EDIT to PDL-RANK
           else
               move spaces to PDL-RANK
           end-if
           perform 410-write-figures.

       *> unattributed sales are part of the company figure so the
       *> total ties back to the period's posted net
       350-write-company-total.
           if WS-UNATTRIB-COUNT > 0
               move WS-UNATTRIB-SALES to WS-LINE-SALES
               move zero to WS-LINE-SALARY
               move zero to WS-LINE-BUDGET
               perform 400-compute-ratios
               move 'UNASGN ' to PDL-LABEL
               move spaces to PDL-RANK
               write PROD-RPT-REC from BLANK-LINE
                 after advancing 1
               perform 410-write-figures
               move WS-UNATTRIB-COUNT to UNL-COUNT
               write PROD-RPT-REC from UNATTRIB-NOTE-LINE
                 after advancing 1
               add WS-UNATTRIB-SALES to WS-COMP-SALES
           end-if
           move WS-COMP-SALES to WS-LINE-SALES
           move WS-COMP-SALARY to WS-LINE-SALARY
           move WS-COMP-BUDGET to WS-LINE-BUDGET
           perform 400-compute-ratios
           move 'COMPANY' to PDL-LABEL
           move spaces to PDL-RANK
           write PROD-RPT-REC from BLANK-LINE
             after advancing 1
           perform 410-write-figures.

       *> period salary cost is the annual salary spread evenly over
       *> the periods in the year; no ratio without a cost or sales
       400-compute-ratios.
           compute WS-LINE-PERIOD-COST rounded =
             WS-LINE-SALARY / WS-PERIODS-PER-YEAR
           if WS-LINE-PERIOD-COST > 0
               compute WS-LINE-PER-DOLLAR rounded =
                 WS-LINE-SALES / WS-LINE-PERIOD-COST
                 on size error
                   move 99999.99 to WS-LINE-PER-DOLLAR
               end-compute
           else
               move zero to WS-LINE-PER-DOLLAR
           end-if
           if WS-LINE-SALES > 0
               compute WS-LINE-COST-PCT rounded =
                 WS-LINE-PERIOD-COST / WS-LINE-SALES * 100
                 on size error
                   move 9999999.99 to WS-LINE-COST-PCT
               end-compute
           else
               move zero to WS-LINE-COST-PCT
           end-if.

       410-write-figures.
           move WS-LINE-SALES to PDL-SALES
           move WS-LINE-SALARY to PDL-SALARY
           move WS-LINE-BUDGET to PDL-BUDGET
           move WS-LINE-PERIOD-COST to PDL-PERIOD-COST
           if WS-LINE-PERIOD-COST > 0
               move WS-LINE-PER-DOLLAR to WS-PER-DOLLAR-EDIT
               move WS-PER-DOLLAR-EDIT to PDL-PER-DOLLAR
           else
               move '       N/A' to PDL-PER-DOLLAR
           end-if
           if WS-LINE-SALES > 0 and WS-LINE-PERIOD-COST > 0
               move WS-LINE-COST-PCT to WS-COST-PCT-EDIT
               move WS-COST-PCT-EDIT to PDL-COST-PCT
           else
               move '         N/A' to PDL-COST-PCT
           end-if
           write PROD-RPT-REC from PROD-DETAIL-LINE
             after advancing 1.

       end program TerrProd.
