               88 CIRC-IS-RENEW-WS VALUE "RENEW".
               88 CIRC-IS-FINE-ASSESSED-WS VALUE "FINEASSD".
               88 CIRC-IS-FINE-PAID-WS VALUE "FINEPAY".
               88 CIRC-IS-IN-HOUSE-WS VALUE "INHOUSE".
               88 CIRC-IS-TURNED-AWAY-WS VALUE "NOCOPY".
               88 CIRC-IS-CLAIMED-WS VALUE "CLAIMRET".
               88 CIRC-IS-SALE-WS VALUE "SALE".
           05 CIRC-STUDENT-ID-WS PIC 9(10).
           05 CIRC-BOOK-ID-WS PIC 9(10).
           05 CIRC-OPERATOR-WS PIC X(20).
