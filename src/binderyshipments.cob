       IDENTIFICATION DIVISION.
       PROGRAM-ID. BinderyShipments.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BINDSHIPFILE ASSIGN TO "bindship.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BSH-SHIP-NUM
           FILE STATUS IS FILE-STATUS-WS.

           SELECT OPTIONAL BINDITEMFILE ASSIGN TO "binditem.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BIT-REF-ID
           FILE STATUS IS ITEM-FILE-STATUS-WS.

           SELECT OPTIONAL REPAIRRECORD ASSIGN TO "repair.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REPAIR-REF-ID
           FILE STATUS IS REPAIR-FILE-STATUS-WS.

           SELECT OPTIONAL COPYRECORD ASSIGN TO "copy.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COPY-REF-ID
           ALTERNATE RECORD KEY IS CBOOK-ID WITH DUPLICATES
           FILE STATUS IS COPY-FILE-STATUS-WS.

           SELECT OPTIONAL BOOKRECORD ASSIGN TO "library.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOOK-ID
           ALTERNATE RECORD KEY IS BOOKNAME
           ALTERNATE RECORD KEY IS AUTHORNAME WITH DUPLICATES
           ALTERNATE RECORD KEY IS CATEGORY WITH DUPLICATES
           ALTERNATE RECORD KEY IS ISBN WITH DUPLICATES
           FILE STATUS IS BOOK-FILE-STATUS-WS.

           SELECT OPTIONAL SERIALISSUE ASSIGN TO "serialissue.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SISSUE-REF-ID
           FILE STATUS IS ISSUE-FILE-STATUS-WS.

           SELECT OPTIONAL FUNDRECORD ASSIGN TO "fund.bin"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FUND-CODE
           FILE STATUS IS FUND-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD BINDSHIPFILE.
       COPY bindshiprecord-fs.
       FD BINDITEMFILE.
       COPY binditemrecord-fs.
       FD REPAIRRECORD.
       COPY repairrecord-fs.
       FD COPYRECORD.
       COPY copyrecord-fs.
       FD BOOKRECORD.
       COPY bookrecord-fs.
       FD SERIALISSUE.
       COPY serialissuerecord-fs.
       FD FUNDRECORD.
       COPY fundrecord-fs.

       WORKING-STORAGE SECTION.
       COPY bindshiprecord-ws.
       COPY binditemrecord-ws.
       COPY repairrecord-ws.
       COPY copyrecord-ws.
       COPY bookrecord-ws.
       COPY serialissuerecord-ws.
       COPY fundrecord-ws.
       COPY assignseq-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ITEM-FILE-STATUS-WS PIC X(2).
           88 ITEM-FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 REPAIR-FILE-STATUS-WS PIC X(2).
       01 COPY-FILE-STATUS-WS PIC X(2).
       01 BOOK-FILE-STATUS-WS PIC X(2).
       01 ISSUE-FILE-STATUS-WS PIC X(2).
       01 FUND-FILE-STATUS-WS PIC X(2).

       01 OPTION-WS PIC 9.
       01 SCAN-DONE-WS PIC X VALUE "N".
       01 PACKING-DONE-WS PIC X VALUE "N".
       01 PIECE-KIND-WS PIC X(1).
       01 ID-SCAN-WS PIC X(10) VALUE SPACES.
       01 DATE-SCAN-WS PIC X(8) VALUE SPACES.
       01 AMOUNT-SCAN-WS PIC X(10) VALUE SPACES.
       01 TODAY-DATE-WS PIC 9(8).
       01 SHIPMENTS-AWAY-WS PIC 9(4) VALUE 0.
       01 PIECES-BACK-WS PIC 9(3) VALUE 0.
       01 NO-RUN-DATE-WS PIC 9(8) VALUE 0.
       01 FUND-AMOUNT-WS PIC 9(7)V99.
       01 FUND-FREE-WS PIC S9(8)V99.
       01 FUND-FREE-DISPLAY-WS PIC -(7)9.99.
       01 LATE-FLAG-WS PIC X(6).

      *    The boxes that leave the building. Damaged copies off the
      *    repair queue and checked-in serial issues due to be bound
      *    into volumes are packed into a numbered shipment for a
      *    bindery or repair vendor, with the date they are expected
      *    back and a cost per piece charged to a fund. While away a
      *    copy stands "B" (at bindery) on copy.bin and an issue "B"
      *    on serialissue.bin; receiving the box puts every piece
      *    back in circulation and turns the fund's encumbrance into
      *    expenditure. Boxes past their expected date are listed by
      *    BinderyOverdue.
       PROCEDURE DIVISION.
       StartPara.
           PERFORM UNTIL 1 < 0
               DISPLAY " "
               DISPLAY "BINDERY SHIPMENTS"
               DISPLAY "[1] SHIPMENTS AWAY"
               DISPLAY "[2] SEND A SHIPMENT"
               DISPLAY "[3] RECEIVE A SHIPMENT"
               DISPLAY "[4] OVERDUE FROM BINDERY"
               DISPLAY "[0] BACK"
               DISPLAY "ENTER CHOICE: " WITH NO ADVANCING
               ACCEPT OPTION-WS
               EVALUATE OPTION-WS
                   WHEN 1 PERFORM ListShipmentsAway
                   WHEN 2 PERFORM SendShipment
                   WHEN 3 PERFORM ReceiveShipment
                   WHEN 4
                       CALL "BinderyOverdue" USING BY CONTENT
                           NO-RUN-DATE-WS
                   WHEN 0 EXIT PROGRAM
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-PERFORM.
           EXIT PROGRAM.

       ListShipmentsAway.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           MOVE 0 TO SHIPMENTS-AWAY-WS
           OPEN INPUT BINDSHIPFILE
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO BINDERY SHIPMENTS ON FILE."
               EXIT PARAGRAPH
           END-IF
           DISPLAY " "
           DISPLAY "SHIP#  VENDOR                         SENT     "
               "DUE BACK PIECES"
           MOVE "N" TO SCAN-DONE-WS
           MOVE 0 TO BSH-SHIP-NUM
           START BINDSHIPFILE KEY IS >= BSH-SHIP-NUM
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ BINDSHIPFILE NEXT INTO BIND-SHIP-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF BSH-IS-SENT-WS
                           PERFORM ShowShipmentAway
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BINDSHIPFILE
           DISPLAY SHIPMENTS-AWAY-WS " SHIPMENT(S) AWAY.".

       ShowShipmentAway.
           ADD 1 TO SHIPMENTS-AWAY-WS
           MOVE SPACES TO LATE-FLAG-WS
           IF BSH-DUE-DATE-WS < TODAY-DATE-WS
               MOVE "  LATE" TO LATE-FLAG-WS
           END-IF
           DISPLAY BSH-SHIP-NUM-WS " " BSH-VENDOR-WS " "
               BSH-SENT-DATE-WS " " BSH-DUE-DATE-WS " "
               BSH-ITEM-COUNT-WS LATE-FLAG-WS.

      *    The shipment's terms are taken first - vendor, date
      *    expected back, fund and cost a piece - and the fund is
      *    checked before anything is packed, so a mistyped code
      *    does not leave pieces marked away on an uncharged box.
      *    Each piece is written to binditem.bin as it is packed;
      *    the header, and the encumbrance for the whole box, follow
      *    once packing is done. A box with nothing in it is not
      *    recorded.
       SendShipment.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           INITIALIZE BIND-SHIP-WS
           DISPLAY "VENDOR: " WITH NO ADVANCING
           ACCEPT BSH-VENDOR-WS
           IF BSH-VENDOR-WS = SPACES
               DISPLAY "A VENDOR IS REQUIRED."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "EXPECTED BACK (YYYYMMDD): " WITH NO ADVANCING
           MOVE SPACES TO DATE-SCAN-WS
           ACCEPT DATE-SCAN-WS
           MOVE FUNCTION NUMVAL(DATE-SCAN-WS) TO BSH-DUE-DATE-WS
           IF BSH-DUE-DATE-WS NOT > TODAY-DATE-WS
               DISPLAY "THE EXPECTED DATE MUST BE AFTER TODAY."
               EXIT PARAGRAPH
           END-IF
           DISPLAY "FUND CODE: " WITH NO ADVANCING
           ACCEPT BSH-FUND-CODE-WS
           OPEN INPUT FUNDRECORD
           MOVE BSH-FUND-CODE-WS TO FUND-CODE
           READ FUNDRECORD INTO FUND-WS
               INVALID KEY
                   DISPLAY "NO SUCH FUND CODE ON FILE. SET FUNDS UP "
                       "IN FUND MAINTENANCE."
                   CLOSE FUNDRECORD
                   EXIT PARAGRAPH
           END-READ
           CLOSE FUNDRECORD
           DISPLAY "COST PER PIECE: " WITH NO ADVANCING
           MOVE SPACES TO AMOUNT-SCAN-WS
           ACCEPT AMOUNT-SCAN-WS
           MOVE FUNCTION NUMVAL(AMOUNT-SCAN-WS) TO BSH-ITEM-COST-WS
           MOVE "B" TO ASSIGN-SERIES
           CALL "NextNumber" USING ASSIGN-REQUEST
           IF ASSIGN-OK = "N"
               DISPLAY "SHIPMENT NUMBERS ARE BUSY - TRY AGAIN."
               EXIT PARAGRAPH
           END-IF
           MOVE ASSIGN-NEXT-ID TO BSH-SHIP-NUM-WS
           MOVE TODAY-DATE-WS TO BSH-SENT-DATE-WS
           MOVE 0 TO BSH-ITEM-COUNT-WS
           MOVE 0 TO BSH-RECEIVED-DATE-WS
           MOVE "S" TO BSH-STATUS-WS
           PERFORM OpenPackingFiles
           DISPLAY "PACKING SHIPMENT " BSH-SHIP-NUM-WS
           MOVE "N" TO PACKING-DONE-WS
           PERFORM UNTIL PACKING-DONE-WS = "Y"
               DISPLAY "[C] REPAIR-QUEUE COPY  [S] SERIAL ISSUE  "
                   "[D] DONE: " WITH NO ADVANCING
               MOVE SPACE TO PIECE-KIND-WS
               ACCEPT PIECE-KIND-WS
               MOVE FUNCTION UPPER-CASE(PIECE-KIND-WS)
                   TO PIECE-KIND-WS
               EVALUATE PIECE-KIND-WS
                   WHEN "C" PERFORM PackRepairCopy
                   WHEN "S" PERFORM PackSerialIssue
                   WHEN "D" MOVE "Y" TO PACKING-DONE-WS
                   WHEN OTHER CONTINUE
               END-EVALUATE
               IF BSH-ITEM-COUNT-WS = 999
                   DISPLAY "THE SHIPMENT IS FULL."
                   MOVE "Y" TO PACKING-DONE-WS
               END-IF
           END-PERFORM
           CLOSE BINDITEMFILE
           CLOSE REPAIRRECORD
           CLOSE COPYRECORD
           CLOSE SERIALISSUE
           IF BSH-ITEM-COUNT-WS = 0
               DISPLAY "NOTHING PACKED - NO SHIPMENT RECORDED."
               EXIT PARAGRAPH
           END-IF
           PERFORM WriteShipmentHeader
           COMPUTE FUND-AMOUNT-WS =
               BSH-ITEM-COUNT-WS * BSH-ITEM-COST-WS
           PERFORM EncumberShipment
           DISPLAY "SHIPMENT " BSH-SHIP-NUM-WS ": " BSH-ITEM-COUNT-WS
               " PIECE(S) TO " BSH-VENDOR-WS
           DISPLAY "EXPECTED BACK " BSH-DUE-DATE-WS.

       OpenPackingFiles.
           OPEN EXTEND BINDITEMFILE
           IF ITEM-FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT BINDITEMFILE
               CLOSE BINDITEMFILE
           ELSE
               CLOSE BINDITEMFILE
           END-IF
           OPEN I-O BINDITEMFILE
           OPEN I-O REPAIRRECORD
           OPEN I-O COPYRECORD
           OPEN I-O SERIALISSUE.

      *    Only a copy already pulled onto the repair queue can go
      *    out: the queue entry is closed here (its reason travels
      *    with the piece) and the copy row moves from "M" to "B".
      *    The copy was taken out of QUANTITY when it was queued, so
      *    the counter is not touched until the box comes back.
       PackRepairCopy.
           INITIALIZE BIND-ITEM-WS
           DISPLAY "BOOK ID: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO BIT-BOOK-ID-WS
           DISPLAY "COPY NUMBER: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO BIT-COPY-NUM-WS
           MOVE BIT-BOOK-ID-WS TO REP-BOOK-ID
           MOVE BIT-COPY-NUM-WS TO REP-COPY-NUM
           READ REPAIRRECORD INTO REPAIR-WS
               INVALID KEY
                   DISPLAY "THAT COPY IS NOT IN THE REPAIR QUEUE."
                   EXIT PARAGRAPH
           END-READ
           MOVE "C" TO BIT-KIND-WS
           MOVE REP-REASON-WS TO BIT-REASON-WS
           PERFORM WritePiece
           IF ITEM-FILE-STATUS-WS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           DELETE REPAIRRECORD RECORD
               INVALID KEY CONTINUE
           END-DELETE
           MOVE BIT-BOOK-ID-WS TO CBOOK-ID OF COPY-REF-ID
           MOVE BIT-COPY-NUM-WS TO CCOPY-NUM
           READ COPYRECORD INTO COPY-WS
               INVALID KEY
                   DISPLAY "NO SUCH COPY ROW ON FILE."
               NOT INVALID KEY
                   MOVE "B" TO CCONDITION-WS
                   REWRITE COPY-RECORD FROM COPY-WS
                       INVALID KEY
                           DISPLAY "UNABLE TO REWRITE THE COPY ROW."
                   END-REWRITE
           END-READ
           DISPLAY "  COPY PACKED - AT BINDERY.".

      *    A serial issue must have been checked in to be bound;
      *    a claimed issue has nothing on the shelf to send.
       PackSerialIssue.
           INITIALIZE BIND-ITEM-WS
           DISPLAY "SUBSCRIPTION ID: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO BIT-SUB-ID-WS
           DISPLAY "VOLUME: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO BIT-VOLUME-WS
           DISPLAY "ISSUE NUMBER: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO BIT-ISSUE-NUM-WS
           MOVE BIT-SUB-ID-WS TO SI-SUB-ID
           MOVE BIT-VOLUME-WS TO SI-VOLUME
           MOVE BIT-ISSUE-NUM-WS TO SI-ISSUE-NUM
           READ SERIALISSUE INTO SERIAL-ISSUE-WS
               INVALID KEY
                   DISPLAY "THAT ISSUE HAS NOT BEEN CHECKED IN."
                   EXIT PARAGRAPH
           END-READ
           IF NOT SI-IS-RECEIVED-WS
               DISPLAY "ONLY A CHECKED-IN ISSUE ON THE SHELF CAN GO "
                   "TO THE BINDERY."
               EXIT PARAGRAPH
           END-IF
           MOVE "S" TO BIT-KIND-WS
           PERFORM WritePiece
           IF ITEM-FILE-STATUS-WS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "B" TO SI-STATUS-WS
           REWRITE SERIAL-ISSUE-RECORD FROM SERIAL-ISSUE-WS
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE THE ISSUE ROW."
           END-REWRITE
           DISPLAY "  ISSUE PACKED - AT BINDERY.".

       WritePiece.
           MOVE BSH-SHIP-NUM-WS TO BIT-SHIP-NUM-WS
           COMPUTE BIT-ITEM-NUM-WS = BSH-ITEM-COUNT-WS + 1
           WRITE BIND-ITEM-RECORD FROM BIND-ITEM-WS
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE THE SHIPMENT PIECE."
               NOT INVALID KEY
                   ADD 1 TO BSH-ITEM-COUNT-WS
           END-WRITE.

       WriteShipmentHeader.
           OPEN EXTEND BINDSHIPFILE
           IF FILE-DOES-NOT-EXIST-WS
               OPEN OUTPUT BINDSHIPFILE
               CLOSE BINDSHIPFILE
           ELSE
               CLOSE BINDSHIPFILE
           END-IF
           OPEN I-O BINDSHIPFILE
           WRITE BIND-SHIP-RECORD FROM BIND-SHIP-WS
               INVALID KEY
                   DISPLAY "UNABLE TO WRITE THE SHIPMENT."
           END-WRITE
           CLOSE BINDSHIPFILE.

      *    The same commitment acquisitions makes when an order is
      *    keyed: the box's whole cost is encumbered against its
      *    fund the day it is sent, and the free balance shown.
       EncumberShipment.
           OPEN I-O FUNDRECORD
           MOVE BSH-FUND-CODE-WS TO FUND-CODE
           READ FUNDRECORD INTO FUND-WS
               INVALID KEY
                   DISPLAY "NO SUCH FUND CODE ON FILE - SHIPMENT NOT "
                       "ENCUMBERED."
                   CLOSE FUNDRECORD
                   EXIT PARAGRAPH
           END-READ
           ADD FUND-AMOUNT-WS TO FUND-ENCUMBERED-WS
           REWRITE FUND-RECORD FROM FUND-WS
               INVALID KEY DISPLAY "UNABLE TO REWRITE THE FUND."
           END-REWRITE
           COMPUTE FUND-FREE-WS = FUND-ALLOCATION-WS
               - FUND-ENCUMBERED-WS - FUND-SPENT-WS
           MOVE FUND-FREE-WS TO FUND-FREE-DISPLAY-WS
           DISPLAY "ENCUMBERED $" FUND-AMOUNT-WS " AGAINST "
               FUND-CODE-WS ". FREE BALANCE NOW $"
               FUND-FREE-DISPLAY-WS
           IF FUND-FREE-WS < 0
               DISPLAY "** FUND OVERCOMMITTED **"
           END-IF
           CLOSE FUNDRECORD.

      *    The whole box comes back at once: every copy returns to
      *    available and to its title's QUANTITY, every issue to
      *    received (now bound into its volume), and the encumbrance
      *    becomes expenditure on the fund.
       ReceiveShipment.
           ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           DISPLAY "SHIPMENT NUMBER: " WITH NO ADVANCING
           MOVE SPACES TO ID-SCAN-WS
           ACCEPT ID-SCAN-WS
           OPEN I-O BINDSHIPFILE
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO BINDERY SHIPMENTS ON FILE."
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION NUMVAL(ID-SCAN-WS) TO BSH-SHIP-NUM
           READ BINDSHIPFILE INTO BIND-SHIP-WS
               INVALID KEY
                   DISPLAY "NO SUCH SHIPMENT."
                   CLOSE BINDSHIPFILE
                   EXIT PARAGRAPH
           END-READ
           IF BSH-IS-RECEIVED-WS
               DISPLAY "THAT SHIPMENT WAS RECEIVED ON "
                   BSH-RECEIVED-DATE-WS "."
               CLOSE BINDSHIPFILE
               EXIT PARAGRAPH
           END-IF
           DISPLAY BSH-ITEM-COUNT-WS " PIECE(S) FROM " BSH-VENDOR-WS
           MOVE 0 TO PIECES-BACK-WS
           OPEN INPUT BINDITEMFILE
           OPEN I-O COPYRECORD
           OPEN I-O BOOKRECORD
           OPEN I-O SERIALISSUE
           MOVE BSH-SHIP-NUM-WS TO BIT-SHIP-NUM
           MOVE 0 TO BIT-ITEM-NUM
           MOVE "N" TO SCAN-DONE-WS
           START BINDITEMFILE KEY IS >= BIT-REF-ID
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ BINDITEMFILE NEXT INTO BIND-ITEM-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF BIT-SHIP-NUM-WS NOT = BSH-SHIP-NUM-WS
                           MOVE "Y" TO SCAN-DONE-WS
                       ELSE
                           PERFORM ReturnOnePiece
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BINDITEMFILE
           CLOSE COPYRECORD
           CLOSE BOOKRECORD
           CLOSE SERIALISSUE
           MOVE "R" TO BSH-STATUS-WS
           MOVE TODAY-DATE-WS TO BSH-RECEIVED-DATE-WS
           REWRITE BIND-SHIP-RECORD FROM BIND-SHIP-WS
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE THE SHIPMENT."
           END-REWRITE
           CLOSE BINDSHIPFILE
           COMPUTE FUND-AMOUNT-WS =
               BSH-ITEM-COUNT-WS * BSH-ITEM-COST-WS
           PERFORM ChargeShipmentToFund
           DISPLAY PIECES-BACK-WS " PIECE(S) BACK IN CIRCULATION. $"
               FUND-AMOUNT-WS " CHARGED TO " BSH-FUND-CODE-WS.

       ReturnOnePiece.
           IF BIT-IS-COPY-WS
               PERFORM ReturnBoundCopy
           ELSE
               PERFORM ReturnBoundIssue
           END-IF.

       ReturnBoundCopy.
           MOVE BIT-BOOK-ID-WS TO CBOOK-ID OF COPY-REF-ID
           MOVE BIT-COPY-NUM-WS TO CCOPY-NUM
           READ COPYRECORD INTO COPY-WS
               INVALID KEY
                   DISPLAY "  NO COPY ROW FOR " BIT-BOOK-ID-WS
                       " COPY " BIT-COPY-NUM-WS
                   EXIT PARAGRAPH
           END-READ
           IF NOT CCOPY-AT-BINDERY-WS
               DISPLAY "  " BIT-BOOK-ID-WS " COPY " BIT-COPY-NUM-WS
                   " NO LONGER MARKED AT BINDERY - LEFT AS IS."
               EXIT PARAGRAPH
           END-IF
           MOVE "A" TO CCONDITION-WS
           REWRITE COPY-RECORD FROM COPY-WS
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE THE COPY ROW."
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE BIT-BOOK-ID-WS TO BOOK-ID
           READ BOOKRECORD INTO BOOK-WS
               INVALID KEY CONTINUE
               NOT INVALID KEY
                   ADD 1 TO QUANTITY-WS
                   MOVE "Y" TO BAVAIL-WS
                   REWRITE BOOK FROM BOOK-WS
                       INVALID KEY
                           DISPLAY "UNABLE TO REWRITE THE TITLE."
                   END-REWRITE
           END-READ
           ADD 1 TO PIECES-BACK-WS.

       ReturnBoundIssue.
           MOVE BIT-SUB-ID-WS TO SI-SUB-ID
           MOVE BIT-VOLUME-WS TO SI-VOLUME
           MOVE BIT-ISSUE-NUM-WS TO SI-ISSUE-NUM
           READ SERIALISSUE INTO SERIAL-ISSUE-WS
               INVALID KEY
                   DISPLAY "  NO ISSUE ROW FOR SUBSCRIPTION "
                       BIT-SUB-ID-WS
                   EXIT PARAGRAPH
           END-READ
           IF NOT SI-AT-BINDERY-WS
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO SI-STATUS-WS
           REWRITE SERIAL-ISSUE-RECORD FROM SERIAL-ISSUE-WS
               INVALID KEY
                   DISPLAY "UNABLE TO REWRITE THE ISSUE ROW."
                   EXIT PARAGRAPH
           END-REWRITE
           ADD 1 TO PIECES-BACK-WS.

      *    Receipt converts the box's encumbrance into expenditure,
      *    never relieving more than is still encumbered.
       ChargeShipmentToFund.
           OPEN I-O FUNDRECORD
           MOVE BSH-FUND-CODE-WS TO FUND-CODE
           READ FUNDRECORD INTO FUND-WS
               INVALID KEY
                   DISPLAY "FUND " BSH-FUND-CODE-WS " IS NO LONGER ON "
                       "FILE - NOTHING CHARGED."
                   CLOSE FUNDRECORD
                   EXIT PARAGRAPH
           END-READ
           IF FUND-AMOUNT-WS > FUND-ENCUMBERED-WS
               MOVE 0 TO FUND-ENCUMBERED-WS
           ELSE
               SUBTRACT FUND-AMOUNT-WS FROM FUND-ENCUMBERED-WS
           END-IF
           ADD FUND-AMOUNT-WS TO FUND-SPENT-WS
           REWRITE FUND-RECORD FROM FUND-WS
               INVALID KEY DISPLAY "UNABLE TO REWRITE THE FUND."
           END-REWRITE
           CLOSE FUNDRECORD.
