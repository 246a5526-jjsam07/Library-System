       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorLookup.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL VENDORFILE ASSIGN TO "vendor.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VND-CODE
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD VENDORFILE.
       COPY vendorrecord-fs.

       WORKING-STORAGE SECTION.
       COPY vendorrecord-ws.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 PICK-DONE-WS PIC X VALUE "N".
       01 SHOWN-COUNT-WS PIC 9(3) VALUE 0.
       01 CODE-SCAN-WS PIC X(8) VALUE SPACES.

       LINKAGE SECTION.
       COPY vendorlookup-request.

      *    The vendor master read on behalf of Acquisitions,
      *    VendorInvoice and Serials, so a supplier is picked from
      *    the file instead of typed afresh on each order. The
      *    master itself is kept from VendorMaint.
       PROCEDURE DIVISION USING VLK-REQUEST.
       StartPara.
           MOVE "N" TO VLK-FOUND
           MOVE SPACES TO VLK-NAME
           MOVE SPACES TO VLK-ACCOUNT
           MOVE 0 TO VLK-DISCOUNT
           OPEN INPUT VENDORFILE
           IF FILE-ABSENT-ON-OPEN-WS
               IF VLK-FUNC = "P"
                   DISPLAY "NO VENDORS ON FILE - SET THEM UP IN "
                       "VENDOR MAINTENANCE."
               END-IF
               CLOSE VENDORFILE
               EXIT PROGRAM
           END-IF
           EVALUATE VLK-FUNC
               WHEN "L"
                   PERFORM ReadVendor
               WHEN "P"
                   MOVE "N" TO PICK-DONE-WS
                   PERFORM PromptForVendor UNTIL PICK-DONE-WS = "Y"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE VENDORFILE.
           EXIT PROGRAM.

       ReadVendor.
           MOVE VLK-CODE TO VND-CODE
           READ VENDORFILE INTO VENDOR-WS
               KEY IS VND-CODE
               INVALID KEY EXIT PARAGRAPH
           END-READ
           MOVE "Y" TO VLK-FOUND
           MOVE VND-NAME-WS TO VLK-NAME
           MOVE VND-ACCOUNT-WS TO VLK-ACCOUNT
           MOVE VND-DISCOUNT-WS TO VLK-DISCOUNT.

       PromptForVendor.
           DISPLAY "VENDOR CODE (? TO LIST, BLANK TO CANCEL): "
               WITH NO ADVANCING
           MOVE SPACES TO CODE-SCAN-WS
           ACCEPT CODE-SCAN-WS
           IF CODE-SCAN-WS = SPACES
               MOVE SPACES TO VLK-CODE
               MOVE "Y" TO PICK-DONE-WS
               EXIT PARAGRAPH
           END-IF
           IF CODE-SCAN-WS = "?"
               PERFORM ListVendors
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(CODE-SCAN-WS) TO VLK-CODE
           PERFORM ReadVendor
           IF VLK-VENDOR-FOUND
               DISPLAY "  " VLK-CODE " " VLK-NAME
               MOVE "Y" TO PICK-DONE-WS
           ELSE
               DISPLAY "  NO SUCH VENDOR ON FILE."
           END-IF.

       ListVendors.
           MOVE 0 TO SHOWN-COUNT-WS
           MOVE LOW-VALUES TO VND-CODE
           START VENDORFILE KEY IS >= VND-CODE
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ VENDORFILE NEXT INTO VENDOR-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       ADD 1 TO SHOWN-COUNT-WS
                       DISPLAY "  " VND-CODE-WS " " VND-NAME-WS
               END-READ
           END-PERFORM
           IF SHOWN-COUNT-WS = 0
               DISPLAY "  NO VENDORS ON FILE."
           END-IF.
