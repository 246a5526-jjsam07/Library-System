           RECORD KEY IS BORROW-REF-ID
           ALTERNATE RECORD KEY IS BORROWER-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BBOOK-ID WITH DUPLICATES
           ALTERNATE RECORD KEY IS BDUE-KEY =
               BDUE-YYYY BDUE-MM BDUE-DD WITH DUPLICATES
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 MATCH-FOUND-WS PIC X VALUE "N".
       01 DONE-SEARCHING-WS PIC X VALUE "N".
       01 SLOT-IDX-WS PIC 9(2).

       PROCEDURE DIVISION.
           OPEN INPUT BORROWRECORD
                       IF BBOOK-ID-WS = BBOOK-ID
                           MOVE "Y" TO MATCH-FOUND-WS
                           DISPLAY "BORROWER ID: " BORROWER-ID-WS
                               WITH NO ADVANCING
                           PERFORM ShowCopiesOnTicket
                       ELSE
                           MOVE "Y" TO DONE-SEARCHING-WS
                       END-IF
               END-READ
           END-PERFORM.

      *    The copies this borrower holds, as recorded at checkout;
      *    000 is a loan keyed before copy numbers were recorded.
       ShowCopiesOnTicket.
           DISPLAY "  COPY" WITH NO ADVANCING
           PERFORM VARYING SLOT-IDX-WS FROM 1 BY 1
                   UNTIL SLOT-IDX-WS > 10
                   OR SLOT-IDX-WS > BQUANTITY-WS
               DISPLAY " " BCOPY-NUM-WS(SLOT-IDX-WS)
                   WITH NO ADVANCING
           END-PERFORM
           DISPLAY " ".
