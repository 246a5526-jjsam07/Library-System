       COPY bookrecord-ws.
       COPY copyrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY bookchangerecord-ws.
       COPY checkdigit-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ACTION-CHOICE-WS PIC 9.
       01 COPY-REWRITE-OK-WS PIC X VALUE "N".
       01 OLD-QUANTITY-WS PIC 9(5).
       01 BOOK-ID-SCAN-WS PIC X(11) VALUE SPACES.
       01 SCAN-REJECTED-WS PIC X VALUE "N".

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
               DISPLAY " "
               DISPLAY "Enter ID of book to manage copies for: "
                   WITH NO ADVANCING
               ACCEPT BOOK-ID-SCAN-WS
               PERFORM NormalizeScannedBookId

               IF SCAN-REJECTED-WS = "Y"
                   MOVE "R" TO BOOK-FOUND-WS
               ELSE
                   READ BOOKRECORD INTO BOOK-WS
                       INVALID KEY MOVE "N" TO BOOK-FOUND-WS
                       NOT INVALID KEY MOVE "Y" TO BOOK-FOUND-WS
                   END-READ
               END-IF
               EVALUATE BOOK-FOUND-WS
                   WHEN "R"
                       CONTINUE
                   WHEN "N"
                       DISPLAY "BOOK DOES NOT EXIST."
                   WHEN OTHER
                       PERFORM ListCopiesOfBook
                       IF COPIES-SHOWN-WS = 0
                           DISPLAY "THIS TITLE HAS NO TRACKED COPIES."
                       ELSE
                           PERFORM PromptForCopyAction
                       END-IF
               END-EVALUATE

           CLOSE BOOKRECORD
           CLOSE COPYRECORD
           CLOSE AUDITRECORD
           EXIT PROGRAM.

      *    The id is keyed or scanned from the book's label; a new
      *    label carries the check digit, which CheckDigit proves
      *    before the book is looked up, so a slip of one digit is
      *    refused rather than landing on some other title.
       NormalizeScannedBookId.
           MOVE "N" TO SCAN-REJECTED-WS
           MOVE "S" TO CKD-FUNC
           MOVE BOOK-ID-SCAN-WS TO CKD-SCAN
           CALL "CheckDigit" USING CKD-REQUEST
           MOVE CKD-ID TO BOOK-ID
           IF CKD-REJECTED
               MOVE "Y" TO SCAN-REJECTED-WS
               DISPLAY "BOOK ID REFUSED: " CKD-REASON
           END-IF.

       ListCopiesOfBook.
           MOVE 0 TO COPIES-SHOWN-WS
           MOVE BOOK-ID-WS TO CBOOK-ID
                   ELSE
                       DISPLAY "UNABLE TO WRITE AUDIT RECORD."
                   END-IF
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE.

       ShowFileStatusError.
