           MOVE 0 TO POL-QTY-RECEIVED
           MOVE 0 TO POL-UNIT-COST
           MOVE SPACES TO POL-FUND-CODE
           MOVE 0 TO POL-SUB-ID
           MOVE 0 TO POL-RECEIVED-DATE
           WRITE PO-LINE-RECORD
               INVALID KEY DISPLAY "UNABLE TO WRITE THE ORDER LINE."
           END-WRITE
           MOVE ASSIGN-NEXT-ID TO SUGGESTION-PO-WS
           MOVE SUGGESTION-PO-WS TO PO-NUMBER
           MOVE "SUGGESTION BOX" TO PO-VENDOR
           MOVE SPACES TO PO-VENDOR-CODE
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE TODAY-YYYY-WS TO PO-O-YYYY
           MOVE TODAY-MM-WS TO PO-O-MM
