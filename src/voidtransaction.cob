           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           SHARING WITH ALL OTHER
           LOCK MODE IS AUTOMATIC
           FILE STATUS IS FILE-STATUS-WS.
           RECORD KEY IS JOURNAL-REF-ID
           FILE STATUS IS JRNL-FILE-STATUS-WS.

           SELECT OPTIONAL AUDITRECORD ASSIGN TO "audit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-REF-ID
           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           FILE STATUS IS AUDIT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD CIRCEVENTFILE.
       COPY finerecord-fs.
       FD JOURNALRECORD.
       COPY journalrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY circeventrecord-ws.
       COPY historyrecord-ws.
       COPY finerecord-ws.
       COPY journalrecord-ws.
       COPY patronsum-request.
       COPY auditchain-request.

       01 CIRC-FILE-STATUS-WS PIC X(2).
           88 CIRC-FILE-DOES-NOT-EXIST-WS VALUE 35.
           88 FINE-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 JRNL-FILE-STATUS-WS PIC X(2).
           88 JRNL-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 TODAY-DATE-WS.
       01 PICK-NUM-WS PIC 9(3).
       01 CONFIRM-WS PIC X.
       01 VOID-NOTE-WS PIC X(20).
       01 VOID-FINE-AMOUNT-WS PIC 9(5)V99 VALUE 0.
       01 HIST-FOUND-WS PIC X VALUE "N".
       01 FINE-EOF-WS PIC X VALUE "N".
       01 SAVED-JOURNAL-REF-ID-WS PIC X(22).
      *    the same journal.bin protection the counter uses. A VOID
      *    event is logged naming the original transaction, and the
      *    end-of-day summary counts voids in their own column so
      *    mistakes stay visible instead of vanishing. Who voided
      *    it goes to audit.bin as a VOID entry against the title,
      *    since the event's operator text names the original.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS
               ADMIN-ROLE-LS.
       StartPara.
           END-EVALUATE
           CLOSE BORROWRECORD
           CLOSE BOOKRECORD
           PERFORM RebuildPatronSummary
           PERFORM LogVoidCommit
           CLOSE JOURNALRECORD
           PERFORM LogVoidEvent
           PERFORM WriteVoidAudit
           DISPLAY "VOID COMPLETE AND LOGGED.".
           EXIT PROGRAM.

               NOT INVALID KEY
                   IF BQUANTITY-WS > 1
                       SUBTRACT 1 FROM BQUANTITY-WS
                       IF BQUANTITY-WS < 10
                           MOVE 0 TO BCOPY-NUM-WS(BQUANTITY-WS + 1)
                       END-IF
                       REWRITE BBOOK FROM BBOOK-WS
                           INVALID KEY
                               DISPLAY "UNABLE TO ADJUST THE LOAN."
               INVALID KEY PERFORM RebuildLoanTicket
               NOT INVALID KEY
                   ADD 1 TO BQUANTITY-WS
                   IF BQUANTITY-WS <= 10
                       MOVE 0 TO BCOPY-NUM-WS(BQUANTITY-WS)
                   END-IF
                   REWRITE BBOOK FROM BBOOK-WS
                       INVALID KEY
                           DISPLAY "UNABLE TO RESTORE THE LOAN."
                                   NOT FINE-IS-SETTLED-WS
                               DELETE FINERECORD RECORD
                                   INVALID KEY CONTINUE
                                   NOT INVALID KEY
                                       COMPUTE VOID-FINE-AMOUNT-WS =
                                           FAMOUNT-DUE-WS -
                                           FAMOUNT-PAID-WS
                               END-DELETE
                               DISPLAY "THE FINE THE MISTAKEN "
                                   "RETURN TRIPPED WAS REMOVED."
           MOVE ADMINNAME-LS TO BOPERATOR-WS
           MOVE ZEROS TO BDUEDATE-WS
           MOVE 0 TO BDUE-TIME-WS
           MOVE ZEROS TO BCOPY-LIST-WS
           WRITE BBOOK FROM BBOOK-WS
               INVALID KEY
                   DISPLAY "UNABLE TO REBUILD THE LOAN TICKET."
           END-WRITE
           MOVE JOURNAL-REF-ID TO SAVED-JOURNAL-REF-ID-WS.

      *    A void can take away a loan, put one back and remove a
      *    fine in one go, so the patron's account summary is
      *    rebuilt from the detail rather than adjusted piecemeal.
       RebuildPatronSummary.
           MOVE "B" TO PSM-FUNC
           MOVE CIRC-STUDENT-ID-WS TO PSM-STUDENT-ID
           CALL "PatronSummary" USING PSM-REQUEST
           IF PSM-OK = "N"
               DISPLAY "ACCOUNT SUMMARY NOT UPDATED - RUN THE "
                   "RECONCILIATION REPORT."
           END-IF.

       LogVoidCommit.
           MOVE SAVED-JOURNAL-REF-ID-WS TO JOURNAL-REF-ID
           READ JOURNALRECORD INTO JOURNAL-WS
                   END-REWRITE
           END-READ.

       WriteVoidAudit.
           OPEN EXTEND AUDITRECORD
           IF AUDIT-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT AUDITRECORD
               CLOSE AUDITRECORD
           ELSE
               CLOSE AUDITRECORD
           END-IF
           OPEN I-O AUDITRECORD
           MOVE CIRC-BOOK-ID-WS TO AUDIT-BOOK-ID
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE "VOID" TO AUDIT-ACTION
           MOVE ADMINNAME-LS TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY DISPLAY "UNABLE TO WRITE AUDIT RECORD."
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.

      *    The VOID event names the original in its operator text:
      *    what kind of transaction, and at what time, was undone.
      *    Its amount is the unpaid fine an undone return took away.
       LogVoidEvent.
           MOVE SPACES TO VOID-NOTE-WS
           STRING CIRC-EVENT-TYPE-WS " " CIRC-HH-WS CIRC-MI-WS
           END-STRING
           MOVE "VOID" TO CIRC-EVENT-TYPE-WS
           MOVE VOID-NOTE-WS TO CIRC-OPERATOR-WS
           MOVE VOID-FINE-AMOUNT-WS TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS.
