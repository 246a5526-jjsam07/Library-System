       IDENTIFICATION DIVISION.
       PROGRAM-ID. VendorMaint.
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
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 OPTION-WS PIC 9.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 SHOWN-COUNT-WS PIC 9(3) VALUE 0.
       01 CODE-SCAN-WS PIC X(8) VALUE SPACES.
       01 TEXT-SCAN-WS PIC X(40) VALUE SPACES.
       01 AMOUNT-SCAN-WS PIC X(8) VALUE SPACES.
       01 ANSWER-WS PIC X VALUE SPACE.
       01 VENDOR-EXISTS-WS PIC X VALUE "N".
       01 TODAY-DATE-WS PIC 9(8).

       01 NEW-VENDOR-WS.
           05 NEW-CODE-WS PIC X(8).
           05 NEW-NAME-WS PIC X(30).
           05 NEW-ADDRESS-1-WS PIC X(40).
           05 NEW-ADDRESS-2-WS PIC X(40).
           05 NEW-CONTACT-WS PIC X(30).
           05 NEW-PHONE-WS PIC X(15).
           05 NEW-EMAIL-WS PIC X(40).
           05 NEW-ACCOUNT-WS PIC X(20).
           05 NEW-DISCOUNT-WS PIC 9(2)V99.

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    Maintenance for the vendor master (vendor.bin). The codes
      *    here are what Acquisitions and Serials pick a supplier
      *    by, so the same supplier is no longer on file under
      *    three spellings; the name kept here is the one copied
      *    onto each order. Removing a vendor leaves its past
      *    orders and invoices under the code.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           PERFORM OpenVendorFile
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "VENDOR MASTER"
               DISPLAY "[1] LIST VENDORS"
               DISPLAY "[2] SHOW A VENDOR"
               DISPLAY "[3] ADD OR CHANGE A VENDOR"
               DISPLAY "[4] REMOVE A VENDOR"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListVendors
                   WHEN 2 PERFORM ShowVendor
                   WHEN 3 PERFORM AddOrChangeVendor
                   WHEN 4 PERFORM RemoveVendor
                   WHEN 0
                       CLOSE VENDORFILE
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       OpenVendorFile.
           OPEN EXTEND VENDORFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT VENDORFILE
               CLOSE VENDORFILE
           ELSE
               CLOSE VENDORFILE
           END-IF
           OPEN I-O VENDORFILE.

       ListVendors.
           DISPLAY " "
           DISPLAY "CODE     NAME                           DISC  "
               "ACCOUNT"
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
                       DISPLAY VND-CODE-WS " " VND-NAME-WS " "
                           VND-DISCOUNT-WS " " VND-ACCOUNT-WS
               END-READ
           END-PERFORM
           IF SHOWN-COUNT-WS = 0
               DISPLAY "  NO VENDORS ON FILE."
           END-IF.

       ShowVendor.
           DISPLAY "VENDOR CODE: " WITH NO ADVANCING
           MOVE SPACES TO CODE-SCAN-WS
           ACCEPT CODE-SCAN-WS
           IF CODE-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(CODE-SCAN-WS) TO VND-CODE
           READ VENDORFILE INTO VENDOR-WS
               KEY IS VND-CODE
               INVALID KEY
                   DISPLAY "NO SUCH VENDOR ON FILE."
                   EXIT PARAGRAPH
           END-READ
           DISPLAY " "
           DISPLAY VND-CODE-WS " " VND-NAME-WS
           DISPLAY "  " VND-ADDRESS-1-WS
           DISPLAY "  " VND-ADDRESS-2-WS
           DISPLAY "  CONTACT  " VND-CONTACT-WS
           DISPLAY "  PHONE    " VND-PHONE-WS
           DISPLAY "  EMAIL    " VND-EMAIL-WS
           DISPLAY "  ACCOUNT  " VND-ACCOUNT-WS
           DISPLAY "  DISCOUNT " VND-DISCOUNT-WS "%"
           DISPLAY "  SET BY   " VND-SET-BY-WS " ON " VND-SET-DATE-WS.

      *    A change shows each value on file and keeps it on Enter.
       AddOrChangeVendor.
           DISPLAY "VENDOR CODE: " WITH NO ADVANCING
           MOVE SPACES TO CODE-SCAN-WS
           ACCEPT CODE-SCAN-WS
           IF CODE-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(CODE-SCAN-WS) TO VND-CODE
           READ VENDORFILE INTO VENDOR-WS
               KEY IS VND-CODE
               INVALID KEY
                   MOVE "N" TO VENDOR-EXISTS-WS
                   MOVE SPACES TO VENDOR-WS
                   MOVE 0 TO VND-DISCOUNT-WS
               NOT INVALID KEY
                   MOVE "Y" TO VENDOR-EXISTS-WS
           END-READ
           MOVE VND-CODE TO NEW-CODE-WS
           IF VENDOR-EXISTS-WS = "Y"
               DISPLAY "CHANGING " NEW-CODE-WS " - ENTER KEEPS THE "
                   "VALUE SHOWN."
           ELSE
               DISPLAY "NEW VENDOR " NEW-CODE-WS
           END-IF
           DISPLAY "NAME [" VND-NAME-WS "]: " WITH NO ADVANCING
           MOVE SPACES TO TEXT-SCAN-WS
           ACCEPT TEXT-SCAN-WS
           IF TEXT-SCAN-WS = SPACES
               MOVE VND-NAME-WS TO NEW-NAME-WS
           ELSE
               MOVE FUNCTION UPPER-CASE(TEXT-SCAN-WS) TO NEW-NAME-WS
           END-IF
           IF NEW-NAME-WS = SPACES
               DISPLAY "THE VENDOR NAME IS REQUIRED - NOT SAVED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ADDRESS LINE 1 [" VND-ADDRESS-1-WS "]: "
               WITH NO ADVANCING
           MOVE SPACES TO TEXT-SCAN-WS
           ACCEPT TEXT-SCAN-WS
           IF TEXT-SCAN-WS = SPACES
               MOVE VND-ADDRESS-1-WS TO NEW-ADDRESS-1-WS
           ELSE
               MOVE TEXT-SCAN-WS TO NEW-ADDRESS-1-WS
           END-IF
           DISPLAY "ADDRESS LINE 2 [" VND-ADDRESS-2-WS "]: "
               WITH NO ADVANCING
           MOVE SPACES TO TEXT-SCAN-WS
           ACCEPT TEXT-SCAN-WS
           IF TEXT-SCAN-WS = SPACES
               MOVE VND-ADDRESS-2-WS TO NEW-ADDRESS-2-WS
           ELSE
               MOVE TEXT-SCAN-WS TO NEW-ADDRESS-2-WS
           END-IF
           DISPLAY "CONTACT [" VND-CONTACT-WS "]: " WITH NO ADVANCING
           MOVE SPACES TO TEXT-SCAN-WS
           ACCEPT TEXT-SCAN-WS
           IF TEXT-SCAN-WS = SPACES
               MOVE VND-CONTACT-WS TO NEW-CONTACT-WS
           ELSE
               MOVE TEXT-SCAN-WS TO NEW-CONTACT-WS
           END-IF
           DISPLAY "PHONE [" VND-PHONE-WS "]: " WITH NO ADVANCING
           MOVE SPACES TO TEXT-SCAN-WS
           ACCEPT TEXT-SCAN-WS
           IF TEXT-SCAN-WS = SPACES
               MOVE VND-PHONE-WS TO NEW-PHONE-WS
           ELSE
               MOVE TEXT-SCAN-WS TO NEW-PHONE-WS
           END-IF
           DISPLAY "EMAIL [" VND-EMAIL-WS "]: " WITH NO ADVANCING
           MOVE SPACES TO TEXT-SCAN-WS
           ACCEPT TEXT-SCAN-WS
           IF TEXT-SCAN-WS = SPACES
               MOVE VND-EMAIL-WS TO NEW-EMAIL-WS
           ELSE
               MOVE TEXT-SCAN-WS TO NEW-EMAIL-WS
           END-IF
           DISPLAY "OUR ACCOUNT NUMBER [" VND-ACCOUNT-WS "]: "
               WITH NO ADVANCING
           MOVE SPACES TO TEXT-SCAN-WS
           ACCEPT TEXT-SCAN-WS
           IF TEXT-SCAN-WS = SPACES
               MOVE VND-ACCOUNT-WS TO NEW-ACCOUNT-WS
           ELSE
               MOVE FUNCTION UPPER-CASE(TEXT-SCAN-WS)
                   TO NEW-ACCOUNT-WS
           END-IF
           DISPLAY "DEFAULT DISCOUNT % [" VND-DISCOUNT-WS "]: "
               WITH NO ADVANCING
           MOVE SPACES TO AMOUNT-SCAN-WS
           ACCEPT AMOUNT-SCAN-WS
           IF AMOUNT-SCAN-WS = SPACES
               MOVE VND-DISCOUNT-WS TO NEW-DISCOUNT-WS
           ELSE
               MOVE FUNCTION NUMVAL(AMOUNT-SCAN-WS)
                   TO NEW-DISCOUNT-WS
           END-IF
           DISPLAY "SAVE THIS VENDOR (Y/N)? " WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           IF ANSWER-WS NOT = "Y" AND ANSWER-WS NOT = "y"
               DISPLAY "VENDOR NOT SAVED."
               EXIT PARAGRAPH
           END-IF
           PERFORM SaveVendor.

       SaveVendor.
           MOVE NEW-CODE-WS TO VND-CODE-WS
           MOVE NEW-NAME-WS TO VND-NAME-WS
           MOVE NEW-ADDRESS-1-WS TO VND-ADDRESS-1-WS
           MOVE NEW-ADDRESS-2-WS TO VND-ADDRESS-2-WS
           MOVE NEW-CONTACT-WS TO VND-CONTACT-WS
           MOVE NEW-PHONE-WS TO VND-PHONE-WS
           MOVE NEW-EMAIL-WS TO VND-EMAIL-WS
           MOVE NEW-ACCOUNT-WS TO VND-ACCOUNT-WS
           MOVE NEW-DISCOUNT-WS TO VND-DISCOUNT-WS
           MOVE ADMINNAME-LS TO VND-SET-BY-WS
           MOVE TODAY-DATE-WS TO VND-SET-DATE-WS
           MOVE NEW-CODE-WS TO VND-CODE
           WRITE VENDOR-RECORD FROM VENDOR-WS
               INVALID KEY
                   REWRITE VENDOR-RECORD FROM VENDOR-WS
                       INVALID KEY
                           DISPLAY "UNABLE TO SAVE THE VENDOR."
                           EXIT PARAGRAPH
                   END-REWRITE
           END-WRITE
           DISPLAY "VENDOR " NEW-CODE-WS " SAVED.".

       RemoveVendor.
           DISPLAY "VENDOR CODE TO REMOVE: " WITH NO ADVANCING
           MOVE SPACES TO CODE-SCAN-WS
           ACCEPT CODE-SCAN-WS
           IF CODE-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION UPPER-CASE(CODE-SCAN-WS) TO VND-CODE
           DELETE VENDORFILE RECORD
               INVALID KEY DISPLAY "NO SUCH VENDOR ON FILE."
               NOT INVALID KEY DISPLAY "VENDOR REMOVED."
           END-DELETE.
