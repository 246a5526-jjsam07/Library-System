       COPY porecord-ws.
       COPY polinerecord-ws.
       COPY spool-request.
       COPY vendorlookup-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
                   CLOSE POLINERECORD
                   EXIT PARAGRAPH
           END-READ
           DISPLAY "VENDOR ON ORDER: " PO-VENDOR-CODE-WS " "
               PO-VENDOR-WS
           IF PO-VENDOR-CODE-WS = SPACES
               DISPLAY "THE ORDER CARRIES NO VENDOR CODE - PICK THE "
                   "VENDOR BILLING IT."
               MOVE "P" TO VLK-FUNC
               CALL "VendorLookup" USING VLK-REQUEST
               IF VLK-VENDOR-FOUND
                   MOVE VLK-CODE TO PO-VENDOR-CODE-WS
                   MOVE VLK-NAME TO PO-VENDOR-WS
               END-IF
           END-IF
           MOVE 0 TO LINE-COUNTER-WS
           MOVE 0 TO MATCHED-COUNT-WS
           MOVE 0 TO EXCEPTION-COUNT-WS
           MOVE WORK-PO-NUMBER-WS TO INV-PO-NUMBER
           MOVE POL-LINE-NUM-WS TO INV-POL-LINE-NUM
           MOVE PO-VENDOR-WS TO INV-VENDOR
           MOVE PO-VENDOR-CODE-WS TO INV-VENDOR-CODE
           ACCEPT INV-DATE FROM DATE YYYYMMDD
           DISPLAY "QUANTITY INVOICED: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
