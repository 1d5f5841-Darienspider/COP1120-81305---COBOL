           'CH10BUDGET'
           organization is line sequential.

           *> organization hierarchy shared with ch4 and ch6 - the
           *> territory-to-region structure in force on the run date
           SELECT ORG-MASTER assign to
           'CHORGMASTER'
           organization is line sequential.

           *> movement threshold - variance percent beyond which a
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

       FD PRIOR-TERR-FILE.
       01 PRIOR-TERR-REC.
         05 bl-over-flag       PIC X(11).
         05                    PIC X(2) VALUE SPACES.

       *> region structure built from the organization hierarchy
       01 WS-REGION-TABLE.
         05 WS-REG-COUNT           PIC 9(3) VALUE ZERO.
         05 WS-REG-ENTRY OCCURS 30 TIMES.
       01 WS-REG-MORE-RECORDS      PIC XXX VALUE 'YES'.
       01 WS-REGION-NAME-HOLD      PIC X(15) VALUE SPACES.

       *> regions and territories in force on the run date - the
       *> latest version of each unit not after that date
       01 WS-ORG-TABLE.
         05 WS-ORG-COUNT           PIC 9(3) VALUE ZERO.
         05 WS-ORG-ENTRY OCCURS 300 TIMES.
           10 WS-ORG-LEVEL           PIC X(01).
           10 WS-ORG-CODE            PIC X(04).
           10 WS-ORG-EFF-DATE        PIC 9(08).
           10 WS-ORG-STATUS          PIC X(01).
           10 WS-ORG-PARENT          PIC X(04).
           10 WS-ORG-NAME            PIC X(20).
       01 WS-ORG-SUB               PIC 9(3) VALUE ZERO.
       01 WS-ORG-FOUND-SUB         PIC 9(3) VALUE ZERO.
       01 WS-ORG-PARENT-SUB        PIC 9(3) VALUE ZERO.
       01 WS-ORG-FOUND-SW          PIC XXX VALUE 'NO '.
         88 WS-ORG-FOUND VALUE 'YES'.
       01 WS-ORG-AS-OF             PIC 9(8) VALUE ZERO.

       *> simulation mode - a what-if run never writes the carry
       *> forward or appends to the history
       01 WS-MOVE-THRESHOLD        PIC 9(3) VALUE 25.
           write sal-out-rec from budget-line after advancing 1
             line.

       *> one region-map entry per territory in force, under its
       *> parent region; a territory whose region is not in force
       *> falls to the catch-all group
       103-load-regions.
           move function current-date(1:8) to WS-ORG-AS-OF
           open input ORG-MASTER
           perform until WS-REG-MORE-RECORDS = 'NO '
               read ORG-MASTER
                   at end
                       move 'NO ' to WS-REG-MORE-RECORDS
                   not at end
                       if ORG-LEVEL not = 'O'
                         and ORG-EFF-DATE not > WS-ORG-AS-OF
                           perform 111-file-org-version
                       end-if
               end-read
           end-perform
           close ORG-MASTER
           perform varying WS-ORG-SUB from 1 by 1
             until WS-ORG-SUB > WS-ORG-COUNT
               if WS-ORG-LEVEL(WS-ORG-SUB) = 'T'
                 and WS-ORG-STATUS(WS-ORG-SUB) = 'A'
                   perform 112-add-region-entry
               end-if
           end-perform.

       111-file-org-version.
           move 'NO ' to WS-ORG-FOUND-SW
           perform varying WS-ORG-SUB from 1 by 1
             until WS-ORG-SUB > WS-ORG-COUNT
               if WS-ORG-LEVEL(WS-ORG-SUB) = ORG-LEVEL
                 and WS-ORG-CODE(WS-ORG-SUB) = ORG-CODE
                   set WS-ORG-FOUND to true
                   move WS-ORG-SUB to WS-ORG-FOUND-SUB
                   move WS-ORG-COUNT to WS-ORG-SUB
               end-if
           end-perform
           if not WS-ORG-FOUND
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

       112-add-region-entry.
           if WS-REG-COUNT = 30
               display 'REGION TABLE FULL - RUN STOPPED'
               move 12 to RETURN-CODE
               goback
           end-if
           add 1 to WS-REG-COUNT
           move WS-ORG-CODE(WS-ORG-SUB)
             to WS-REG-TERR-NO(WS-REG-COUNT)
           move '??' to WS-REG-CODE(WS-REG-COUNT)
           move spaces to WS-REG-NAME(WS-REG-COUNT)
           perform varying WS-ORG-PARENT-SUB from 1 by 1
             until WS-ORG-PARENT-SUB > WS-ORG-COUNT
               if WS-ORG-LEVEL(WS-ORG-PARENT-SUB) = 'R'
                 and WS-ORG-CODE(WS-ORG-PARENT-SUB)
                   = WS-ORG-PARENT(WS-ORG-SUB)
                 and WS-ORG-STATUS(WS-ORG-PARENT-SUB) = 'A'
                   move WS-ORG-CODE(WS-ORG-PARENT-SUB)
                     to WS-REG-CODE(WS-REG-COUNT)
                   move WS-ORG-NAME(WS-ORG-PARENT-SUB)
                     to WS-REG-NAME(WS-REG-COUNT)
                   move WS-ORG-COUNT to WS-ORG-PARENT-SUB
               end-if
           end-perform.

       *> region for a territory; unassigned territories group under
       *> the catch-all region so nothing drops off the report
