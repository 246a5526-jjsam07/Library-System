      *    closes the loop on damaged returns: list what is waiting
      *    for mending with the logged reason, and when a copy comes
      *    back mended restore its copy row to available, put it
      *    back into QUANTITY, and clear the queue entry. Copies
      *    too far gone to mend here go out to a bindery vendor
      *    through the shipments screen.
       PROCEDURE DIVISION.
       StartPara.
           PERFORM UNTIL 1 < 0
               DISPLAY "REPAIR QUEUE"
               DISPLAY "[1] BINDERY WORKLIST"
               DISPLAY "[2] RETURN A MENDED COPY TO THE SHELF"
               DISPLAY "[3] BINDERY SHIPMENTS"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM BinderyWorklist
                   WHEN 2 PERFORM ReturnMendedCopy
                   WHEN 3 CALL "BinderyShipments"
                   WHEN 0 EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           MOVE "bindery" TO SPOOL-PREFIX
           MOVE "BINDERY WORKLIST - COPIES AWAITING MENDING"
               TO SPOOL-TITLE
           MOVE "BOOK ID    COPY  REASON  QUEUED  RETURNED BY"
               TO SPOOL-HEADING
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           MOVE "N" TO SCAN-DONE-WS
               "  " BOOKNAME-WS
           DISPLAY "    " REP-REASON-WS "  QUEUED " REP-MM-WS "/"
               REP-DD-WS "/" REP-YYYY-WS
           IF REP-RETURNED-BY-WS > 0
               DISPLAY "    RETURNED BY STUDENT " REP-RETURNED-BY-WS
           END-IF
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           STRING REP-BOOK-ID-WS " " REP-COPY-NUM-WS " "
               REP-REASON-WS " " REP-MM-WS "/" REP-DD-WS "/"
               REP-YYYY-WS " " REP-RETURNED-BY-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.

