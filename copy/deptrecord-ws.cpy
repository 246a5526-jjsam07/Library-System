       01 DEPT-WS.
           05 DEPT-CODE-WS PIC X(6).
           05 DEPT-NAME-WS PIC X(40).
           05 DEPT-BILLING-WS PIC X(1).
               88 DEPT-BILLS-FINES-WS VALUE "Y".
           05 DEPT-BILL-TYPES-WS PIC X(5).
           05 DEPT-BILL-SCOPE-WS PIC X(1).
               88 DEPT-BILLS-REPLACEMENT-ONLY-WS VALUE "R".
               88 DEPT-BILLS-ALL-FINES-WS VALUE "A".
           05 DEPT-ACCOUNT-WS PIC X(20).
           05 DEPT-SET-BY-WS PIC X(20).
           05 DEPT-SET-DATE-WS PIC 9(8).
