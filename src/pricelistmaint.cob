       IDENTIFICATION DIVISION.
       PROGRAM-ID. PriceListMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SALEITEMFILE ASSIGN TO "saleitem.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SIT-CODE
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL AUDITRECORD ASSIGN TO "audit.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AUDIT-REF-ID
           ALTERNATE RECORD KEY IS AUDIT-BOOK-ID WITH DUPLICATES
           FILE STATUS IS AUDIT-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD SALEITEMFILE.
       COPY saleitemrecord-fs.
       FD AUDITRECORD.
       COPY auditrecord-fs.

       WORKING-STORAGE SECTION.
       COPY saleitemrecord-ws.
       COPY auditrecord-ws.
       COPY auditchain-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 AUDIT-FILE-STATUS-WS PIC X(2).
           88 AUDIT-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 OPTION-WS PIC 9.
       01 ENTRY-SCAN-WS PIC X(12) VALUE SPACES.
       01 ANSWER-WS PIC X VALUE "N".
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 ITEMS-SHOWN-WS PIC 9(3) VALUE 0.
       01 ACTIVE-TEXT-WS PIC X(9).
       01 PRICE-TEXT-WS PIC X(6).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    The desk's price list for non-fine sales. Items are added
      *    with a short code the desk keys at the till, repriced as
      *    costs change, and withdrawn rather than deleted so the
      *    sales already on file still name what was sold.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           PERFORM OpenSaleItemFile
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "DESK SALES PRICE LIST"
               DISPLAY "[1] ADD AN ITEM"
               DISPLAY "[2] CHANGE A PRICE"
               DISPLAY "[3] WITHDRAW / RESTORE AN ITEM"
               DISPLAY "[4] LIST ITEMS"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM AddSaleItem
                   WHEN 2 PERFORM ChangeSalePrice
                   WHEN 3 PERFORM ToggleSaleItem
                   WHEN 4 PERFORM ListSaleItems
                   WHEN 0
                       CLOSE SALEITEMFILE
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       OpenSaleItemFile.
           OPEN EXTEND SALEITEMFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT SALEITEMFILE
               CLOSE SALEITEMFILE
           ELSE
               CLOSE SALEITEMFILE
           END-IF
           OPEN I-O SALEITEMFILE.

       AddSaleItem.
           DISPLAY "ITEM CODE (E.G. COPY10, EARBUD): "
               WITH NO ADVANCING
           MOVE SPACES TO SIT-CODE
           ACCEPT SIT-CODE
           MOVE FUNCTION UPPER-CASE(SIT-CODE) TO SIT-CODE
           IF SIT-CODE = SPACES
               EXIT PARAGRAPH
           END-IF
           DISPLAY "DESCRIPTION: " WITH NO ADVANCING
           MOVE SPACES TO SIT-DESC
           ACCEPT SIT-DESC
           DISPLAY "PRICE: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO SIT-PRICE
           DISPLAY "PRICE KEYED AT EACH SALE, E.G. USED BOOKS (Y/N)? "
               WITH NO ADVANCING
           MOVE "N" TO ANSWER-WS
           ACCEPT ANSWER-WS
           MOVE FUNCTION UPPER-CASE(ANSWER-WS) TO ANSWER-WS
           IF ANSWER-WS = "Y"
               MOVE "Y" TO SIT-OPEN-PRICE
           ELSE
               MOVE "N" TO SIT-OPEN-PRICE
           END-IF
           MOVE "Y" TO SIT-ACTIVE
           WRITE SALE-ITEM-RECORD
               INVALID KEY DISPLAY "THAT ITEM CODE IS TAKEN."
               NOT INVALID KEY
                   DISPLAY "ITEM ADDED."
                   MOVE "PRICEADD" TO AUDIT-ACTION-WS
                   PERFORM WritePriceAudit
           END-WRITE.

       ChangeSalePrice.
           PERFORM ReadSaleItem
           IF SCAN-DONE-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CURRENT PRICE: $" SIT-PRICE-WS
           DISPLAY "NEW PRICE: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO SIT-PRICE-WS
           REWRITE SALE-ITEM-RECORD FROM SALE-ITEM-WS
               INVALID KEY DISPLAY "UNABLE TO REWRITE THE ITEM."
               NOT INVALID KEY
                   DISPLAY "PRICE UPDATED."
                   MOVE "PRICECHG" TO AUDIT-ACTION-WS
                   PERFORM WritePriceAudit
           END-REWRITE.

       ToggleSaleItem.
           PERFORM ReadSaleItem
           IF SCAN-DONE-WS = "Y"
               EXIT PARAGRAPH
           END-IF
           IF SALE-ITEM-IS-ACTIVE-WS
               MOVE "N" TO SIT-ACTIVE-WS
           ELSE
               MOVE "Y" TO SIT-ACTIVE-WS
           END-IF
           REWRITE SALE-ITEM-RECORD FROM SALE-ITEM-WS
               INVALID KEY DISPLAY "UNABLE TO REWRITE THE ITEM."
               NOT INVALID KEY
                   IF SALE-ITEM-IS-ACTIVE-WS
                       DISPLAY "ITEM BACK ON SALE."
                   ELSE
                       DISPLAY "ITEM WITHDRAWN FROM SALE."
                   END-IF
           END-REWRITE.

      *    Leaves the item in SALE-ITEM-WS; SCAN-DONE-WS "Y" means
      *    there was none.
       ReadSaleItem.
           MOVE "N" TO SCAN-DONE-WS
           DISPLAY "ITEM CODE: " WITH NO ADVANCING
           MOVE SPACES TO SIT-CODE
           ACCEPT SIT-CODE
           MOVE FUNCTION UPPER-CASE(SIT-CODE) TO SIT-CODE
           READ SALEITEMFILE INTO SALE-ITEM-WS
               INVALID KEY
                   DISPLAY "NO SUCH ITEM ON THE PRICE LIST."
                   MOVE "Y" TO SCAN-DONE-WS
           END-READ.

       ListSaleItems.
           DISPLAY " "
           DISPLAY "CODE   DESCRIPTION                      PRICE  "
           MOVE 0 TO ITEMS-SHOWN-WS
           MOVE SPACES TO SIT-CODE
           START SALEITEMFILE KEY IS >= SIT-CODE
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ SALEITEMFILE NEXT INTO SALE-ITEM-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       ADD 1 TO ITEMS-SHOWN-WS
                       PERFORM ShowOneSaleItem
               END-READ
           END-PERFORM
           IF ITEMS-SHOWN-WS = 0
               DISPLAY "NO ITEMS ON THE PRICE LIST."
           END-IF.

       ShowOneSaleItem.
           MOVE SPACES TO ACTIVE-TEXT-WS
           IF NOT SALE-ITEM-IS-ACTIVE-WS
               MOVE "WITHDRAWN" TO ACTIVE-TEXT-WS
           END-IF
           MOVE SPACES TO PRICE-TEXT-WS
           IF SALE-ITEM-IS-OPEN-PRICE-WS
               MOVE "KEYED" TO PRICE-TEXT-WS
           END-IF
           DISPLAY SIT-CODE-WS " " SIT-DESC-WS " $" SIT-PRICE-WS
               " " PRICE-TEXT-WS " " ACTIVE-TEXT-WS.

      *    A price is money policy, so each addition or change
      *    leaves an audit.bin entry, AUDIT-BOOK-ID zero.
       WritePriceAudit.
           OPEN EXTEND AUDITRECORD
           IF AUDIT-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT AUDITRECORD
               CLOSE AUDITRECORD
           ELSE
               CLOSE AUDITRECORD
           END-IF
           OPEN I-O AUDITRECORD
           MOVE 0 TO AUDIT-BOOK-ID
           ACCEPT AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT AUDIT-TIME FROM TIME
           MOVE AUDIT-ACTION-WS TO AUDIT-ACTION
           MOVE ADMINNAME-LS TO AUDIT-USER
           WRITE AUDIT-RECORD
               INVALID KEY DISPLAY "UNABLE TO WRITE AUDIT RECORD."
               NOT INVALID KEY
                   MOVE AUDIT-RECORD TO ACH-ENTRY
                   MOVE "A" TO ACH-FUNC
                   CALL "AuditChain" USING ACH-REQUEST
           END-WRITE
           CLOSE AUDITRECORD.
