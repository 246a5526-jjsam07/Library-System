       IDENTIFICATION DIVISION.
       PROGRAM-ID. InHouseUse.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       FD BOOKRECORD.
       COPY bookrecord-fs.

       WORKING-STORAGE SECTION.
       COPY bookrecord-ws.
       COPY circeventrecord-ws.
       COPY checkdigit-request.

       01 BOOK-FILE-STATUS-WS PIC X(2).
           88 BOOK-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 BOOK-ID-SCAN-WS PIC X(11) VALUE SPACES.
       01 SCAN-BOOK-ID-WS PIC 9(10).
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 USES-LOGGED-WS PIC 9(5) VALUE 0.
       01 USES-REJECTED-WS PIC 9(5) VALUE 0.

       LINKAGE SECTION.
       01 ADMIN-ID-LS PIC 9(10).
       01 ADMINNAME-LS PIC X(20).

      *    The reshelving scan: reference books, periodicals and
      *    reading-room titles picked up off the tables and carts
      *    are scanned on their way back to the shelf, one INHOUSE
      *    event per item in circevent.bin with no borrower on it.
      *    Nothing about the title or any loan changes - the event
      *    is only there so the usage reports can see a title that
      *    is read every day but never leaves the building.
       PROCEDURE DIVISION USING ADMIN-ID-LS ADMINNAME-LS.
       StartPara.
           OPEN INPUT BOOKRECORD
           IF BOOK-FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO CATALOG ON FILE."
               EXIT PROGRAM
           END-IF
           DISPLAY " "
           DISPLAY "IN-HOUSE USE - RESHELVING SCAN"
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               DISPLAY "SCAN ITEM (ENTER ALONE TO FINISH): "
                   WITH NO ADVANCING
               MOVE SPACES TO BOOK-ID-SCAN-WS
               ACCEPT BOOK-ID-SCAN-WS
               IF BOOK-ID-SCAN-WS = SPACES
                   MOVE "Y" TO SCAN-DONE-WS
               ELSE
                   MOVE "S" TO CKD-FUNC
                   MOVE BOOK-ID-SCAN-WS TO CKD-SCAN
                   CALL "CheckDigit" USING CKD-REQUEST
                   MOVE CKD-ID TO SCAN-BOOK-ID-WS
                   PERFORM LogOneUse
               END-IF
           END-PERFORM
           CLOSE BOOKRECORD
           DISPLAY USES-LOGGED-WS " IN-HOUSE USE(S) LOGGED, "
               USES-REJECTED-WS " SCAN(S) NOT RECOGNIZED.".
           EXIT PROGRAM.

       LogOneUse.
           IF SCAN-BOOK-ID-WS = 0
               ADD 1 TO USES-REJECTED-WS
               DISPLAY "  NOT A BOOK ID - RESCAN."
               EXIT PARAGRAPH
           END-IF
           MOVE SCAN-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               INVALID KEY
                   ADD 1 TO USES-REJECTED-WS
                   DISPLAY "  TITLE NOT FOUND - TO THE PROBLEM SHELF."
                   EXIT PARAGRAPH
           END-READ
           MOVE "INHOUSE" TO CIRC-EVENT-TYPE-WS
           MOVE 0 TO CIRC-STUDENT-ID-WS
           MOVE SCAN-BOOK-ID-WS TO CIRC-BOOK-ID-WS
           MOVE ADMINNAME-LS TO CIRC-OPERATOR-WS
           MOVE 0 TO CIRC-AMOUNT-WS
           CALL "LogCircEvent" USING CIRC-EVENT-WS
           ADD 1 TO USES-LOGGED-WS
           DISPLAY "  " BOOKNAME-WS(1:40) " - RESHELVE AT "
               CALL-NUMBER-WS.
