               88 PAY-IS-CASH-WS VALUE "CA".
               88 PAY-IS-WAIVER-WS VALUE "WV".
               88 PAY-IS-ADJUSTMENT-WS VALUE "AD".
               88 PAY-IS-ADJUST-UP-WS VALUE "AI".
               88 PAY-IS-TRANSFER-WS VALUE "TR".
               88 PAY-IS-BURSAR-WS VALUE "BP".
               88 PAY-IS-REFUND-WS VALUE "RF".
               88 PAY-IS-AGENCY-WS VALUE "CL".
               88 PAY-IS-AGENCY-WRITEOFF-WS VALUE "CW".
               88 PAY-IS-SALE-WS VALUE "SC" "SK".
               88 PAY-IS-SALE-CASH-WS VALUE "SC".
               88 PAY-IS-SALE-CARD-WS VALUE "SK".
           05 PAY-OPERATOR-WS PIC X(20).
           05 PAY-REASON-WS PIC X(2).
