           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       01 MATCH-FOUND-WS PIC X VALUE "N".
       01 DONE-SEARCHING-WS PIC X VALUE "N".
       01 REPORT-LOST-WS PIC X VALUE "N".
       01 CLAIM-RETURNED-WS PIC X VALUE "N".
       01 SELF-OPERATOR-WS PIC X(20) VALUE "SELF".

       LINKAGE SECTION.
                   CALL "LostBook" USING BY CONTENT STUDENT-ID-LS
                       SELF-OPERATOR-WS
               END-IF
               DISPLAY "Claim one of these books already returned "
                   "(Y/N)? " WITH NO ADVANCING
               ACCEPT CLAIM-RETURNED-WS
               IF CLAIM-RETURNED-WS = "Y" OR CLAIM-RETURNED-WS = "y"
                   CALL "ClaimsReturned" USING BY CONTENT STUDENT-ID-LS
                       SELF-OPERATOR-WS
               END-IF
           END-IF.
           EXIT PROGRAM.

