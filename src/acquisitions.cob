       COPY porecord-ws.
       COPY polinerecord-ws.
       COPY assignseq-request.
       COPY importreg-request.
       COPY fundrecord-ws.
       COPY vendorlookup-request.

       01 PO-FILE-STATUS-WS PIC X(2).
           88 PO-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 FUND-AMOUNT-WS PIC 9(7)V99.
       01 FUND-FREE-WS PIC S9(8)V99.
       01 FUND-FREE-DISPLAY-WS PIC -(7)9.99.
       01 ORDER-DISCOUNT-WS PIC 9(2)V99 VALUE 0.
       01 LIST-PRICE-WS PIC 9(5)V99.

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
           EXIT PROGRAM.

       RaisePurchaseOrder.
           MOVE "P" TO VLK-FUNC
           CALL "VendorLookup" USING VLK-REQUEST
           IF NOT VLK-VENDOR-FOUND
               DISPLAY "NO VENDOR PICKED - ORDER NOT RAISED."
               EXIT PARAGRAPH
           END-IF
           MOVE VLK-DISCOUNT TO ORDER-DISCOUNT-WS
           PERFORM OpenPoFiles
           PERFORM DrawNextPoNumber
           IF WORK-PO-NUMBER-WS = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WORK-PO-NUMBER-WS TO PO-NUMBER
           MOVE VLK-NAME TO PO-VENDOR
           MOVE VLK-CODE TO PO-VENDOR-CODE
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE TODAY-YYYY-WS TO PO-O-YYYY
           MOVE TODAY-MM-WS TO PO-O-MM
               ACCEPT ENTRY-SCAN-WS
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS)
                   TO POL-QTY-ORDERED
               IF ORDER-DISCOUNT-WS = 0
                   DISPLAY "UNIT COST: " WITH NO ADVANCING
               ELSE
                   DISPLAY "LIST PRICE (LESS " ORDER-DISCOUNT-WS
                       "% VENDOR DISCOUNT): " WITH NO ADVANCING
               END-IF
               MOVE SPACES TO ENTRY-SCAN-WS
               ACCEPT ENTRY-SCAN-WS
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS)
                   TO LIST-PRICE-WS
               COMPUTE POL-UNIT-COST ROUNDED = LIST-PRICE-WS
                   * (100 - ORDER-DISCOUNT-WS) / 100
               IF ORDER-DISCOUNT-WS NOT = 0
                   DISPLAY "  NET UNIT COST $" POL-UNIT-COST
               END-IF
               DISPLAY "FUND CODE (BLANK FOR NONE): "
                   WITH NO ADVANCING
               MOVE SPACES TO POL-FUND-CODE
               ACCEPT POL-FUND-CODE
               MOVE 0 TO POL-QTY-RECEIVED
               MOVE 0 TO POL-SUB-ID
               MOVE 0 TO POL-RECEIVED-DATE
               WRITE PO-LINE-RECORD
                   INVALID KEY
                       DISPLAY "UNABLE TO WRITE THE ORDER LINE."
               PERFORM ClosePoFiles
               EXIT PARAGRAPH
           END-IF
           PERFORM PrepareFeedForAppend
           OPEN EXTEND ACCESSIONFILE
           MOVE 0 TO LINES-SHORT-WS
           PERFORM ReceiveOrderLines
           CLOSE ACCESSIONFILE
           PERFORM SealFeedLines
           IF LINES-SHORT-WS = 0
               MOVE "C" TO PO-STATUS-WS
               MOVE PO-WS TO PO-RECORD
           IF POL-QTY-RECEIVED-WS >= POL-QTY-ORDERED-WS
               EXIT PARAGRAPH
           END-IF
           IF POL-SUB-ID-WS NOT = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "LINE " POL-LINE-NUM-WS ": " POL-TITLE-WS
           DISPLAY "ORDERED " POL-QTY-ORDERED-WS ", RECEIVED SO FAR "
                       TO POL-BOOK-ID-WS
               END-IF
               ADD RECEIVE-QTY-WS TO POL-QTY-RECEIVED-WS
               ACCEPT POL-RECEIVED-DATE-WS FROM DATE YYYYMMDD
               REWRITE PO-LINE-RECORD FROM PO-LINE-WS
                   INVALID KEY
                       DISPLAY "UNABLE TO REWRITE THE ORDER LINE."
           MOVE TODAY-DD-WS TO ACC-DD
           MOVE TODAY-YYYY-WS TO ACC-YYYY
           MOVE RECEIVE-QTY-WS TO ACC-QUANTITY
           MOVE SPACES TO ACC-SOURCE-TAG
           STRING "PO " WORK-PO-NUMBER-WS
               DELIMITED BY SIZE INTO ACC-SOURCE-TAG
           END-STRING
           WRITE ACCESSION-RECORD.

       OpenOrdersReport.
               EXIT PARAGRAPH
           END-IF
           PERFORM EditDraftLines
           DISPLAY "VENDOR FOR THIS ORDER NOW: " PO-VENDOR-CODE-WS
               " " PO-VENDOR-WS
           DISPLAY "PICK ONE FROM THE MASTER, OR LEAVE BLANK TO KEEP "
               "IT."
           MOVE "P" TO VLK-FUNC
           CALL "VendorLookup" USING VLK-REQUEST
           IF VLK-VENDOR-FOUND
               MOVE VLK-CODE TO PO-VENDOR-CODE-WS
               MOVE VLK-NAME TO PO-VENDOR-WS
           END-IF
           DISPLAY "RELEASE THIS ORDER NOW (Y/N)? "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF (ENTRY-SCAN-WS = "Y" OR ENTRY-SCAN-WS = "y") AND
                   PO-VENDOR-CODE-WS = SPACES
               DISPLAY "AN ORDER IS RELEASED ONLY TO A VENDOR ON THE "
                   "MASTER."
               MOVE "N" TO ENTRY-SCAN-WS
           END-IF
           IF ENTRY-SCAN-WS = "Y" OR ENTRY-SCAN-WS = "y"
               MOVE "O" TO PO-STATUS-WS
               MOVE PO-WS TO PO-RECORD
       ClosePoFiles.
           CLOSE PORECORD
           CLOSE POLINERECORD.

      *    The lines written here go out under a header and are
      *    sealed with a trailer count, so the importer can tell a
      *    whole file from a cut-short one.
       PrepareFeedForAppend.
           MOVE "H" TO IMP-FUNC
           MOVE "ACCESSN" TO IMP-FEED
           MOVE "accession.txt" TO IMP-FILE-NAME
           CALL "ImportRegistry" USING IMP-REQUEST.

       SealFeedLines.
           MOVE "T" TO IMP-FUNC
           MOVE "ACCESSN" TO IMP-FEED
           MOVE "accession.txt" TO IMP-FILE-NAME
           CALL "ImportRegistry" USING IMP-REQUEST.
