           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS BORROW-FILE-STATUS-WS.

           SELECT OPTIONAL HISTORYRECORD ASSIGN TO "history.bin"
       COPY borrowrecord-ws.
       COPY historyrecord-ws.
       COPY finerecord-ws.
       COPY pcredit-request.

       01 STUDENT-FILE-STATUS-WS PIC X(2).
           88 STUDENT-FILE-DOES-NOT-EXIST-WS VALUE 35.
      *    borrowing history, and every fine itemized with its paid,
      *    waived or bursar-transferred state and the running
      *    balance - one screenful and a take-away statement file
      *    instead of bouncing between three menus. Any credit held
      *    on account is shown under the balance. Called with a
      *    zero ID (the admin side) it prompts for the student.
       PROCEDURE DIVISION USING STUDENT-ID-LS.
       StartPara.
           STRING "BALANCE DUE: $" BALANCE-WS
               DELIMITED BY SIZE INTO STMT-TEXT-WS
           END-STRING
           PERFORM WriteStatementLine
           PERFORM ShowCreditOnAccount.

       ShowCreditOnAccount.
           MOVE "B" TO PCR-FUNC
           MOVE STMT-STUDENT-ID-WS TO PCR-STUDENT-ID
           CALL "PatronCredit" USING PCR-REQUEST
           IF PCR-BALANCE > 0
               DISPLAY "CREDIT ON ACCOUNT: $" PCR-BALANCE
               MOVE SPACES TO STMT-TEXT-WS
               STRING "CREDIT ON ACCOUNT: $" PCR-BALANCE
                   DELIMITED BY SIZE INTO STMT-TEXT-WS
               END-STRING
               PERFORM WriteStatementLine
           END-IF.

       ScanFines.
           MOVE "N" TO SCAN-DONE-WS
                   MOVE "PAID    " TO STATUS-TEXT-WS
               WHEN FINE-IS-TRANSFERRED-WS
                   MOVE "BURSAR  " TO STATUS-TEXT-WS
               WHEN FINE-IS-REFERRED-WS
                   MOVE "AGENCY  " TO STATUS-TEXT-WS
               WHEN FINE-IS-DEPT-BILLED-WS
                   MOVE "DEPT    " TO STATUS-TEXT-WS
               WHEN OTHER
                   MOVE "DUE     " TO STATUS-TEXT-WS
                   COMPUTE FINE-REMAINING-WS =
