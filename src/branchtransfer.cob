       COPY bookrecord-ws.
       COPY branchrecord-ws.
       COPY waitlistrecord-ws.
       COPY qorder-request.
       COPY holdrecord-ws.
       COPY policyrecord-ws.
       COPY circeventrecord-ws.
       COPY spool-request.
       COPY patronsum-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
           ACCEPT XFER-REQUEST-DATE FROM DATE YYYYMMDD
           MOVE ZEROS TO XFER-SHIPPED-DATE
           MOVE "R" TO XFER-STATUS
           MOVE "N" TO XFER-FOR-HOLD
           WRITE TRANSFER-RECORD
               INVALID KEY
                   DISPLAY "A TRANSFER IS ALREADY OPEN FOR THAT "
               WHEN CCOPY-IN-TRANSIT-WS
                   DISPLAY "  STATUS: IN TRANSIT"
               WHEN CCOPY-IN-REPAIR-WS
                   DISPLAY "  STATUS: IN REPAIR"
               WHEN CCOPY-AT-BINDERY-WS
                   DISPLAY "  STATUS: AT BINDERY"
               WHEN CCOPY-IS-LOST-WS
                   DISPLAY "  STATUS: LOST"
      *    copy row goes to "T" so BranchAvailability counts it at
      *    neither branch, and QUANTITY comes down with it so the
      *    cross-foot stays balanced while the copy rides the van.
      *    A copy paged for a hold (HoldTransfer) was already taken
      *    out of QUANTITY when it was trapped, so the counter is
      *    left alone.
       ShipCopy.
           PERFORM PromptTransferKey
           READ TRANSFERRECORD
                   PERFORM ShowFileStatusError
                   EXIT PARAGRAPH
           END-REWRITE
           IF XFER-FOR-HOLD NOT = "Y"
               PERFORM TakeCopyOutOfQuantity
           END-IF
           ACCEPT XFER-SHIPPED-DATE FROM DATE YYYYMMDD
           MOVE "T" TO XFER-STATUS
           REWRITE TRANSFER-RECORD
      *    the copy goes straight to the destination's hold shelf -
      *    outside QUANTITY, like every held copy - so a walk-up
      *    cannot grab the very copy that was paged across town.
      *    A copy paged for a hold already has its HOLD-RECORD, in
      *    transit: arrival puts it on the shelf and starts the
      *    pickup-by clock, and the next HoldShelfSweep sends the
      *    pickup notice. If that hold has gone meanwhile, the copy
      *    is treated as a stock move.
       ReceiveCopy.
           PERFORM PromptTransferKey
           READ TRANSFERRECORD
                   PERFORM ShowFileStatusError
                   EXIT PARAGRAPH
           END-REWRITE
           IF XFER-FOR-HOLD = "Y"
               PERFORM ShelveTransitHold
               IF HOLD-PLACED-OK-WS = "Y"
                   PERFORM FinishReceive
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO XFER-STUDENT-ID
           END-IF
           PERFORM PickHoldStudent
           MOVE XFER-BOOK-ID TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
           IF HOLD-STUDENT-PICK-WS NOT = 0
               PERFORM PlaceArrivalHold
           END-IF
           PERFORM FinishReceive
           IF HOLD-STUDENT-PICK-WS = 0
               DISPLAY "RESHELVE AT: " CALL-NUMBER-WS
           END-IF.

       FinishReceive.
           MOVE "XFERRECV" TO CIRC-EVENT-TYPE-WS
           MOVE XFER-STUDENT-ID TO CIRC-STUDENT-ID-WS
           MOVE XFER-BOOK-ID TO CIRC-BOOK-ID-WS
           DELETE TRANSFERRECORD RECORD
               INVALID KEY CONTINUE
           END-DELETE
           DISPLAY "COPY SCANNED IN AT " XFER-TO-BRANCH ".".

       TakeCopyOutOfQuantity.
           MOVE XFER-BOOK-ID TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   IF QUANTITY-WS > 0
                       SUBTRACT 1 FROM QUANTITY-WS
                   END-IF
                   IF QUANTITY-WS = 0
                       MOVE "N" TO BAVAIL-WS
                   END-IF
                   REWRITE BOOK FROM BOOK-WS
                       INVALID KEY PERFORM ShowFileStatusError
                   END-REWRITE
           END-READ.

       ShelveTransitHold.
           MOVE "N" TO HOLD-PLACED-OK-WS
           PERFORM OpenHoldFile
           MOVE XFER-STUDENT-ID TO HOLD-STUDENT-ID
           MOVE XFER-BOOK-ID TO HOLD-BOOK-ID
           READ HOLDRECORD INTO HOLD-WS
               INVALID KEY
                   CLOSE HOLDRECORD
                   DISPLAY "THE HOLD FOR STUDENT " XFER-STUDENT-ID
                       " HAS BEEN CANCELLED."
                   EXIT PARAGRAPH
           END-READ
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           CALL "DateAdd" USING TODAY-DATE-WS HOLD-PICKUP-DAYS-WS
               PICKUP-DATE-YMD-WS
           MOVE PICKUP-MM-WS TO HOLD-B-MM-WS
           MOVE PICKUP-DD-WS TO HOLD-B-DD-WS
           MOVE PICKUP-YYYY-WS TO HOLD-B-YYYY-WS
           MOVE "S" TO HOLD-STATUS-WS
           MOVE XFER-TO-BRANCH TO HOLD-PICKUP-BRANCH-WS
           MOVE XFER-COPY-NUM TO HOLD-COPY-NUM-WS
           REWRITE HOLD-RECORD FROM HOLD-WS
               INVALID KEY PERFORM ShowFileStatusError
               NOT INVALID KEY MOVE "Y" TO HOLD-PLACED-OK-WS
           END-REWRITE
           CLOSE HOLDRECORD
           IF HOLD-PLACED-OK-WS = "Y"
               DISPLAY "COPY PLACED ON THE HOLD SHELF FOR STUDENT "
                   XFER-STUDENT-ID " UNTIL " HOLD-B-MM-WS "/"
                   HOLD-B-DD-WS "/" HOLD-B-YYYY-WS "."
           END-IF.

      *    The waitlist row is only PEEKED at here; it is consumed
           IF WAIT-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE XFER-BOOK-ID TO QRD-BOOK-ID
           MOVE 0 TO QRD-FOR-STUDENT
           CALL "QueueOrder" USING QRD-REQUEST
           IF QRD-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           MOVE QRD-STUDENT-ID(1) TO WSTUDENT-ID
           MOVE XFER-BOOK-ID TO WBOOK-ID
           READ WAITLISTRECORD INTO WAITLIST-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WAITLIST-HIT-WS
           END-READ.

       PlaceArrivalHold.
           PERFORM OpenHoldFile
           MOVE PICKUP-MM-WS TO HOLD-B-MM
           MOVE PICKUP-DD-WS TO HOLD-B-DD
           MOVE PICKUP-YYYY-WS TO HOLD-B-YYYY
           MOVE "S" TO HOLD-STATUS
           MOVE XFER-TO-BRANCH TO HOLD-PICKUP-BRANCH
           MOVE XFER-COPY-NUM TO HOLD-COPY-NUM
           MOVE "N" TO HOLD-PLACED-OK-WS
           WRITE HOLD-RECORD
               INVALID KEY
           END-WRITE
           CLOSE HOLDRECORD
           IF HOLD-PLACED-OK-WS = "Y"
      *    A waitlisted patron trades a reservation for the hold; a
      *    patron the copy was sent for gains one outright.
               IF PICK-FROM-WAITLIST-WS = "Y"
                   PERFORM ConsumeWaitlistHead
               ELSE
                   MOVE "H" TO PSM-FUNC
                   MOVE HOLD-STUDENT-PICK-WS TO PSM-STUDENT-ID
                   MOVE 1 TO PSM-DELTA
                   CALL "PatronSummary" USING PSM-REQUEST
               END-IF
               DISPLAY "COPY PLACED ON THE HOLD SHELF FOR STUDENT "
                   HOLD-STUDENT-ID " UNTIL " HOLD-B-MM "/"
