           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL AUDITRECORD ASSIGN TO "audit.bin"
       COPY kwindex-request.
       COPY borrowrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.
       COPY policyrecord-ws.
       01 BOOK-WS-EXTRA.
           05 BOOK-EXISTS PIC 9.
           05 BOOK-NOT-FOUND PIC 9.
       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).
       COPY approval-request.

       SCREEN SECTION.
       COPY deletebook-confirmation-screen.
       COPY invalid-input-screen.
       COPY clear-screen.

      *    Withdrawing a title with more copies than the policy's
      *    second-approval record count is filed with QueueApproval
      *    once confirmed, and done when a second supervisor approves
      *    it at the ApprovalDesk, which calls back in with the book
      *    id and no screens to answer.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               APPROVAL-REQUEST.
           OPEN I-O BOOKRECORD
               IF FILE-DOES-NOT-EXIST-WS
                   DISPLAY "Library record does not exist"
                   EXIT PROGRAM
               END-IF
               PERFORM OpenAuditFile
               CALL "LoadPolicy" USING POLICY-WS
               IF APR-CARRY-OUT
                   PERFORM CarryOutApproved
                   EXIT PROGRAM
               END-IF

               DISPLAY " "
               DISPLAY "Enter ID of book to be deleted: " WITH NO


       DelBook.
               IF APR-AT-THE-DESK AND
                       QUANTITY-WS > POL-DUAL-RECORD-LIMIT-WS
                   PERFORM QueueDelete
                   EXIT PROGRAM
               END-IF
               MOVE "Y" TO WITHDRAWN-WS
               REWRITE BOOK FROM BOOK-WS
                   INVALID KEY PERFORM ShowFileStatusError
                   NOT INVALID KEY
                       IF APR-CARRY-OUT
                           MOVE "Y" TO APR-DONE
                       ELSE
                           ACCEPT DELETEBOOK-SUCCESS-SCREEN
                           DISPLAY CLEAR-SCREEN
                       END-IF
               END-REWRITE
               MOVE "DELETE" TO AUDIT-ACTION
               PERFORM WriteAuditRecord
               MOVE BOOKNAME-WS TO KWIX-TITLE
               MOVE AUTHORNAME-WS TO KWIX-AUTHOR
               CALL "KeywordIndex" USING KWIX-REQUEST
               CLOSE AUDITRECORD
               CLOSE BOOKRECORD
           EXIT PROGRAM.

       QueueDelete.
           MOVE "Q" TO APR-FUNC
           MOVE "DELBOOK" TO APR-ACTION
           MOVE BOOK-ID-WS TO APR-KEY-1
           MOVE 0 TO APR-KEY-2
           MOVE 0 TO APR-AMOUNT
           MOVE QUANTITY-WS TO APR-COUNT
           MOVE BOOKNAME-WS TO APR-DETAIL
           MOVE ADMIN-ID-LS TO APR-REQ-BY-ID
           MOVE ADMINNAME-LS TO APR-REQ-BY
           CALL "QueueApproval" USING APPROVAL-REQUEST
           IF APR-CARRIED-OUT
               DISPLAY " "
               DISPLAY "THIS TITLE HAS " QUANTITY-WS " COPIES - "
                   "SENT FOR A SECOND SUPERVISOR AS APPROVAL "
                   APR-ID "."
               DISPLAY "THE BOOK STAYS ON THE SHELF UNTIL THEN."
           END-IF
           MOVE SPACE TO APR-FUNC
           MOVE "N" TO APR-DONE
           CLOSE AUDITRECORD
           CLOSE BOOKRECORD.

      *    An approved withdrawal. The title is checked again, since
      *    it may have gone out on loan while the request waited.
       CarryOutApproved.
           MOVE "N" TO APR-DONE
           MOVE APR-KEY-1 TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               INVALID KEY
                   DISPLAY "THE BOOK IS NO LONGER ON FILE."
                   CLOSE AUDITRECORD
                   CLOSE BOOKRECORD
                   EXIT PARAGRAPH
           END-READ
           PERFORM CheckActiveLoan
           IF BOOK-IS-ON-LOAN-WS OR WITHDRAWN-WS = "Y"
               DISPLAY "THE BOOK IS OUT ON LOAN OR ALREADY WITHDRAWN."
               CLOSE AUDITRECORD
               CLOSE BOOKRECORD
               EXIT PARAGRAPH
           END-IF
           PERFORM ShowBookDetails
           PERFORM DelBook.

       CancelDelete.
               ACCEPT DELETEBOOK-CANCEL-SCREEN
               DISPLAY CLEAR-SCREEN
                   ELSE
                       DISPLAY "UNABLE TO WRITE AUDIT RECORD."
                   END-IF
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE.

       ShowFileStatusError.
