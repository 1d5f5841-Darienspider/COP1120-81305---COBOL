       FD POSTED-DETAIL RECORDING MODE IS F.
       01 POSTED-DETAIL-REC.
         05 PD-IDENT PIC X(5).
         05 PD-REST PIC X(76).

       FD POSTED-DETAIL-NEW RECORDING MODE IS F.
       01 POSTED-DETAIL-NEW-REC.
         05 PDN-IDENT PIC X(5).
         05 PDN-REST PIC X(76).

       FD CUSTOMER-REJECTS RECORDING MODE IS F.
       01 REJECT-REC.
       FD OPEN-ITEMS RECORDING MODE IS F.
       01 OPEN-ITEM-REC.
         05 OI-IDENT PIC X(5).
         05 OI-REST PIC X(43).

       FD OPEN-ITEMS-NEW RECORDING MODE IS F.
       01 OPEN-ITEM-NEW-REC.
         05 OIN-IDENT PIC X(5).
         05 OIN-REST PIC X(43).

       FD MERGE-AUDIT RECORDING MODE IS F.
       01 MERGE-AUDIT-REC.
