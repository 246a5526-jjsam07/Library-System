       IDENTIFICATION DIVISION.
       PROGRAM-ID. LicenseMaint.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LICENSEFILE ASSIGN TO "license.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIC-REF-ID
           SHARING WITH ALL OTHER
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL BOOKRECORD ASSIGN TO "library.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS BOOK-ID
           ALTERNATE RECORD KEY IS BOOKNAME
           ALTERNATE RECORD KEY IS AUTHORNAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS CATEGORY WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           SHARING WITH ALL OTHER
           FILE STATUS IS BOOK-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD LICENSEFILE.
       COPY licenserecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.

       WORKING-STORAGE SECTION.
       COPY licenserecord-ws.
       COPY bookrecord-ws.
       COPY vendorlookup-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-ABSENT-ON-OPEN-WS VALUE 05 35.
       01 OPTION-WS PIC 9.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 SHOWN-COUNT-WS PIC 9(3) VALUE 0.
       01 ENTRY-SCAN-WS PIC X(12) VALUE SPACES.
       01 ANSWER-WS PIC X VALUE SPACE.
       01 TODAY-DATE-WS PIC 9(8).
       01 STATE-TEXT-WS PIC X(8).
       01 COPY-TEXT-WS PIC X(10).

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    Maintenance for license.bin, the stock the library leases
      *    rather than owns. A license is set up against a title -
      *    copy 0, its loans pooled over every copy - or against
      *    one copy, with the loans it allows and the date it runs
      *    to. The renewal itself is ordered from the vendor through
      *    Acquisitions; when it is bought it is recorded here,
      *    which starts the loan count again.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           OPEN EXTEND LICENSEFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT LICENSEFILE
               CLOSE LICENSEFILE
           ELSE
               CLOSE LICENSEFILE
           END-IF
           OPEN I-O LICENSEFILE
           OPEN INPUT BOOKRECORD
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "LICENSED STOCK"
               DISPLAY "[1] LIST LICENSES"
               DISPLAY "[2] ADD A LICENSE"
               DISPLAY "[3] RECORD A RENEWAL"
               DISPLAY "[4] END A LICENSE"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListLicenses
                   WHEN 2 PERFORM AddLicense
                   WHEN 3 PERFORM RenewLicense
                   WHEN 4 PERFORM EndLicense
                   WHEN 0
                       CLOSE BOOKRECORD
                       CLOSE LICENSEFILE
                       EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       ListLicenses.
           DISPLAY " "
           DISPLAY "BOOK ID    COPY VENDOR    USED/ALLOW END DATE STATE"
               "    PO"
           MOVE 0 TO SHOWN-COUNT-WS
           MOVE 0 TO LIC-BOOK-ID
           MOVE 0 TO LIC-COPY-NUM
           START LICENSEFILE KEY IS >= LIC-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
               NOT INVALID KEY MOVE "N" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ LICENSEFILE NEXT INTO LICENSE-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END PERFORM ShowLicenseLine
               END-READ
           END-PERFORM
           IF SHOWN-COUNT-WS = 0
               DISPLAY "  NO LICENSES ON FILE."
           END-IF.

       ShowLicenseLine.
           ADD 1 TO SHOWN-COUNT-WS
           IF LIC-IS-ENDED-WS
               MOVE "ENDED" TO STATE-TEXT-WS
           ELSE
               IF LIC-WAS-WARNED-WS
                   MOVE "WARNED" TO STATE-TEXT-WS
               ELSE
                   MOVE "ACTIVE" TO STATE-TEXT-WS
               END-IF
           END-IF
           IF LIC-COPY-NUM-WS = 0
               MOVE "ALL" TO COPY-TEXT-WS
           ELSE
               MOVE LIC-COPY-NUM-WS TO COPY-TEXT-WS
           END-IF
           DISPLAY LIC-BOOK-ID-WS " " COPY-TEXT-WS(1:4) " "
               LIC-VENDOR-CODE-WS "  " LIC-LOANS-USED-WS "/"
               LIC-LOANS-ALLOWED-WS " " LIC-END-DATE-WS " "
               STATE-TEXT-WS " " LIC-PO-NUMBER-WS.

       AskLicenseKey.
           MOVE 0 TO LIC-BOOK-ID
           DISPLAY "BOOK ID: " WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO LIC-BOOK-ID
           DISPLAY "COPY NUMBER (0 OR ENTER - EVERY COPY): "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO LIC-COPY-NUM.

      *    The loan and date limits are asked for together; a
      *    license must have at least one of them.
       AskLicenseTerms.
           DISPLAY "LOANS ALLOWED (0 - NO LOAN LIMIT): "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO LIC-LOANS-ALLOWED-WS
           DISPLAY "END DATE YYYYMMDD (ENTER - NO END DATE): "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO LIC-END-DATE-WS
           IF LIC-END-DATE-WS > 0 AND LIC-END-DATE-WS < TODAY-DATE-WS
               DISPLAY "THAT END DATE HAS ALREADY PASSED."
               MOVE 0 TO LIC-LOANS-ALLOWED-WS
               MOVE 0 TO LIC-END-DATE-WS
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ACQUISITIONS PO NUMBER (ENTER IF NONE): "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO LIC-PO-NUMBER-WS.

       AddLicense.
           PERFORM AskLicenseKey
           IF LIC-BOOK-ID = 0
               EXIT PARAGRAPH
           END-IF
           MOVE LIC-BOOK-ID TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               KEY IS BOOK-ID
               INVALID KEY
                   DISPLAY "NO SUCH BOOK ID."
                   EXIT PARAGRAPH
           END-READ
           IF LIC-COPY-NUM > QUANTITY-WS
               DISPLAY "THE TITLE HAS ONLY " QUANTITY-WS " COPIES."
               EXIT PARAGRAPH
           END-IF
           READ LICENSEFILE
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   DISPLAY "A LICENSE IS ALREADY ON FILE - USE RECORD "
                       "A RENEWAL."
                   EXIT PARAGRAPH
           END-READ
           MOVE LIC-REF-ID TO LIC-REF-ID-WS
           DISPLAY BOOKNAME-WS
           MOVE "P" TO VLK-FUNC
           CALL "VendorLookup" USING VLK-REQUEST
           IF NOT VLK-VENDOR-FOUND
               DISPLAY "NO VENDOR PICKED - LICENSE NOT ADDED."
               EXIT PARAGRAPH
           END-IF
           MOVE VLK-CODE TO LIC-VENDOR-CODE-WS
           PERFORM AskLicenseTerms
           IF LIC-LOANS-ALLOWED-WS = 0 AND LIC-END-DATE-WS = 0
               DISPLAY "A LICENSE NEEDS A LOAN LIMIT OR AN END DATE "
                   "- NOT ADDED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "WARN WHEN THIS MANY LOANS ARE LEFT (ENTER - 5): "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               MOVE 5 TO LIC-WARN-LOANS-WS
           ELSE
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO LIC-WARN-LOANS-WS
           END-IF
           DISPLAY "WARN THIS MANY DAYS BEFORE THE END (ENTER - 30): "
               WITH NO ADVANCING
           MOVE SPACES TO ENTRY-SCAN-WS
           ACCEPT ENTRY-SCAN-WS
           IF ENTRY-SCAN-WS = SPACES
               MOVE 30 TO LIC-WARN-DAYS-WS
           ELSE
               MOVE FUNCTION NUMVAL(ENTRY-SCAN-WS) TO LIC-WARN-DAYS-WS
           END-IF
           MOVE 0 TO LIC-LOANS-USED-WS
           MOVE "A" TO LIC-STATUS-WS
           MOVE "N" TO LIC-WARNED-WS
           MOVE ADMINNAME-LS TO LIC-SET-BY-WS
           MOVE TODAY-DATE-WS TO LIC-SET-DATE-WS
           WRITE LICENSE-RECORD FROM LICENSE-WS
               INVALID KEY DISPLAY "UNABLE TO SAVE THE LICENSE."
               NOT INVALID KEY DISPLAY "LICENSE ADDED."
           END-WRITE.

      *    A renewal bought through Acquisitions: the loan count
      *    starts again from nothing under the new terms, and the
      *    license is active and unwarned whatever state it was in.
       RenewLicense.
           PERFORM AskLicenseKey
           IF LIC-BOOK-ID = 0
               EXIT PARAGRAPH
           END-IF
           READ LICENSEFILE INTO LICENSE-WS
               INVALID KEY
                   DISPLAY "NO LICENSE ON FILE FOR THAT BOOK AND COPY."
                   EXIT PARAGRAPH
           END-READ
           PERFORM ShowLicenseLine
           PERFORM AskLicenseTerms
           IF LIC-LOANS-ALLOWED-WS = 0 AND LIC-END-DATE-WS = 0
               DISPLAY "A LICENSE NEEDS A LOAN LIMIT OR AN END DATE "
                   "- NOT RENEWED."
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO LIC-LOANS-USED-WS
           MOVE "A" TO LIC-STATUS-WS
           MOVE "N" TO LIC-WARNED-WS
           MOVE ADMINNAME-LS TO LIC-SET-BY-WS
           MOVE TODAY-DATE-WS TO LIC-SET-DATE-WS
           REWRITE LICENSE-RECORD FROM LICENSE-WS
               INVALID KEY DISPLAY "UNABLE TO SAVE THE LICENSE."
               NOT INVALID KEY DISPLAY "RENEWAL RECORDED."
           END-REWRITE.

      *    A license not renewed is ended rather than removed, so
      *    the copy stays off loan until it is withdrawn.
       EndLicense.
           PERFORM AskLicenseKey
           IF LIC-BOOK-ID = 0
               EXIT PARAGRAPH
           END-IF
           READ LICENSEFILE INTO LICENSE-WS
               INVALID KEY
                   DISPLAY "NO LICENSE ON FILE FOR THAT BOOK AND COPY."
                   EXIT PARAGRAPH
           END-READ
           PERFORM ShowLicenseLine
           DISPLAY "END THIS LICENSE (Y/N)? " WITH NO ADVANCING
           MOVE SPACE TO ANSWER-WS
           ACCEPT ANSWER-WS
           IF ANSWER-WS NOT = "Y" AND ANSWER-WS NOT = "y"
               EXIT PARAGRAPH
           END-IF
           MOVE "X" TO LIC-STATUS-WS
           MOVE ADMINNAME-LS TO LIC-SET-BY-WS
           MOVE TODAY-DATE-WS TO LIC-SET-DATE-WS
           REWRITE LICENSE-RECORD FROM LICENSE-WS
               INVALID KEY DISPLAY "UNABLE TO SAVE THE LICENSE."
               NOT INVALID KEY DISPLAY "LICENSE ENDED."
           END-REWRITE.
