           05 FPAID-WS PIC X(1).
               88 FINE-IS-PAID-WS VALUE "Y".
               88 FINE-IS-TRANSFERRED-WS VALUE "T".
               88 FINE-IS-REFERRED-WS VALUE "C".
               88 FINE-IS-DEPT-BILLED-WS VALUE "D".
               88 FINE-IS-SETTLED-WS VALUE "Y" "T" "C" "D".
           05 FTYPE-WS PIC X(1).
               88 FINE-IS-OVERDUE-WS VALUE "O".
               88 FINE-IS-REPLACEMENT-WS VALUE "R".
               88 FINE-IS-MEMBERSHIP-WS VALUE "M".
               88 FINE-IS-ACCRUING-WS VALUE "A".
               88 FINE-IS-AGENCY-FEE-WS VALUE "F".
