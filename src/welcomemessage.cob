           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL BOOKRECORD ASSIGN TO "library.bin"
           OPEN INPUT STUDENTRECORD
           IF NOT FILE-DOES-NOT-EXIST-WS
               MOVE "N" TO EOF-WS
               MOVE ZEROS TO BDUEDATE
               START BORROWRECORD KEY IS >= BDUE-KEY
                   INVALID KEY MOVE "Y" TO EOF-WS
               END-START
               PERFORM UNTIL EOF-WS = "Y"
                   READ BORROWRECORD NEXT INTO BBOOK-WS
                       AT END MOVE "Y" TO EOF-WS
           END-IF
           CLOSE BOOKRECORD.

      *    Loans are read in due-date order, so the count stops at
      *    the first loan not yet due.
       CountIfOverdue.
           IF BDUE-YYYY-WS NOT = 0
               MOVE BDUE-YYYY-WS TO WORK-YYYY-WS
               MOVE BDUE-MM-WS TO WORK-MM-WS
               MOVE BDUE-DD-WS TO WORK-DD-WS
               IF WORK-DATE-YMD-WS NOT < TODAY-DATE-WS
                   MOVE "Y" TO EOF-WS
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM DetermineDueWindow
           PERFORM ResolveLoanDueDate
           MOVE "N" TO CALDAYS-FUNC
