       IDENTIFICATION DIVISION.
       PROGRAM-ID. BinderyOverdue.
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

       DATA DIVISION.
       FILE SECTION.
       FD BINDSHIPFILE.
       COPY bindshiprecord-fs.
       FD BINDITEMFILE.
       COPY binditemrecord-fs.

       WORKING-STORAGE SECTION.
       COPY bindshiprecord-ws.
       COPY binditemrecord-ws.
       COPY spool-request.

       01 FILE-STATUS-WS PIC X(2).
           88 FILE-DOES-NOT-EXIST-WS VALUE 35.
       01 ITEM-FILE-STATUS-WS PIC X(2).
           88 ITEM-FILE-DOES-NOT-EXIST-WS VALUE 35.

       01 SCAN-DONE-WS PIC X VALUE "N".
       01 ITEM-SCAN-DONE-WS PIC X VALUE "N".
       01 TODAY-DATE-WS PIC 9(8).
       01 LATE-COUNT-WS PIC 9(4) VALUE 0.
       01 LATE-PIECES-WS PIC 9(5) VALUE 0.
       01 LATE-VALUE-WS PIC 9(7)V99 VALUE 0.
       01 BOX-VALUE-WS PIC 9(7)V99.
       01 BOX-VALUE-DISPLAY-WS PIC Z(6)9.99.
       01 LATE-VALUE-DISPLAY-WS PIC Z(6)9.99.

       LINKAGE SECTION.
       01 BOV-RUN-DATE-LS PIC 9(8).

      *    Overdue-from-bindery list. Every shipment still away whose
      *    expected return date has passed is spooled with its
      *    vendor, dates, piece count and value, followed by the
      *    pieces in the box, so the chase-up call to the vendor can
      *    name each one. Called with zero from the bindery screen
      *    for today, or by the batch schedule with its run date.
       PROCEDURE DIVISION USING BOV-RUN-DATE-LS.
       StartPara.
           IF BOV-RUN-DATE-LS = 0
               ACCEPT TODAY-DATE-WS FROM DATE YYYYMMDD
           ELSE
               MOVE BOV-RUN-DATE-LS TO TODAY-DATE-WS
           END-IF
           OPEN INPUT BINDSHIPFILE
           IF FILE-DOES-NOT-EXIST-WS
               DISPLAY "NO BINDERY SHIPMENTS ON FILE."
               EXIT PROGRAM
           END-IF
           OPEN INPUT BINDITEMFILE
           MOVE "O" TO SPOOL-FUNC
           MOVE "bindlate" TO SPOOL-PREFIX
           MOVE "OVERDUE FROM BINDERY - SHIPMENTS PAST EXPECTED DATE"
               TO SPOOL-TITLE
           MOVE "SHIP#  VENDOR" TO SPOOL-HEADING
           MOVE "SENT     DUE BACK    PCS      VALUE"
               TO SPOOL-HEADING(39:35)
           CALL "ReportSpool" USING SPOOL-REQUEST
           DISPLAY " "
           DISPLAY "OVERDUE FROM BINDERY AS OF " TODAY-DATE-WS
           MOVE "N" TO SCAN-DONE-WS
           MOVE 0 TO BSH-SHIP-NUM
           START BINDSHIPFILE KEY IS >= BSH-SHIP-NUM
               INVALID KEY MOVE "Y" TO SCAN-DONE-WS
           END-START
           PERFORM UNTIL SCAN-DONE-WS = "Y"
               READ BINDSHIPFILE NEXT INTO BIND-SHIP-WS
                   AT END MOVE "Y" TO SCAN-DONE-WS
                   NOT AT END
                       IF BSH-IS-SENT-WS AND
                               BSH-DUE-DATE-WS < TODAY-DATE-WS
                           PERFORM ListLateShipment
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BINDITEMFILE
           CLOSE BINDSHIPFILE
           MOVE LATE-VALUE-WS TO LATE-VALUE-DISPLAY-WS
           DISPLAY LATE-COUNT-WS " SHIPMENT(S) OVERDUE, "
               LATE-PIECES-WS " PIECE(S), $" LATE-VALUE-DISPLAY-WS
           MOVE "C" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-TOTAL-LINE
           STRING LATE-COUNT-WS " SHIPMENT(S) OVERDUE, "
               LATE-PIECES-WS " PIECE(S), $" LATE-VALUE-DISPLAY-WS
               DELIMITED BY SIZE INTO SPOOL-TOTAL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST.
           EXIT PROGRAM.

       ListLateShipment.
           ADD 1 TO LATE-COUNT-WS
           ADD BSH-ITEM-COUNT-WS TO LATE-PIECES-WS
           COMPUTE BOX-VALUE-WS = BSH-ITEM-COUNT-WS * BSH-ITEM-COST-WS
           ADD BOX-VALUE-WS TO LATE-VALUE-WS
           DISPLAY "  " BSH-SHIP-NUM-WS " " BSH-VENDOR-WS " DUE "
               BSH-DUE-DATE-WS " " BSH-ITEM-COUNT-WS " PIECE(S)"
           MOVE "L" TO SPOOL-FUNC
           MOVE SPACES TO SPOOL-LINE
           MOVE BOX-VALUE-WS TO BOX-VALUE-DISPLAY-WS
           STRING BSH-SHIP-NUM-WS " " BSH-VENDOR-WS " "
               BSH-SENT-DATE-WS " " BSH-DUE-DATE-WS "    "
               BSH-ITEM-COUNT-WS " " BOX-VALUE-DISPLAY-WS
               DELIMITED BY SIZE INTO SPOOL-LINE
           END-STRING
           CALL "ReportSpool" USING SPOOL-REQUEST
           IF ITEM-FILE-DOES-NOT-EXIST-WS
               EXIT PARAGRAPH
           END-IF
           MOVE BSH-SHIP-NUM-WS TO BIT-SHIP-NUM
           MOVE 0 TO BIT-ITEM-NUM
           MOVE "N" TO ITEM-SCAN-DONE-WS
           START BINDITEMFILE KEY IS >= BIT-REF-ID
               INVALID KEY MOVE "Y" TO ITEM-SCAN-DONE-WS
           END-START
           PERFORM UNTIL ITEM-SCAN-DONE-WS = "Y"
               READ BINDITEMFILE NEXT INTO BIND-ITEM-WS
                   AT END MOVE "Y" TO ITEM-SCAN-DONE-WS
                   NOT AT END
                       IF BIT-SHIP-NUM-WS NOT = BSH-SHIP-NUM-WS
                           MOVE "Y" TO ITEM-SCAN-DONE-WS
                       ELSE
                           PERFORM ListLatePiece
                       END-IF
               END-READ
           END-PERFORM.

       ListLatePiece.
           MOVE SPACES TO SPOOL-LINE
           IF BIT-IS-COPY-WS
               STRING "         COPY  " BIT-BOOK-ID-WS " #"
                   BIT-COPY-NUM-WS "  " BIT-REASON-WS
                   DELIMITED BY SIZE INTO SPOOL-LINE
               END-STRING
           ELSE
               STRING "         ISSUE SUB " BIT-SUB-ID-WS " VOL "
                   BIT-VOLUME-WS " NO " BIT-ISSUE-NUM-WS
                   DELIMITED BY SIZE INTO SPOOL-LINE
               END-STRING
           END-IF
           CALL "ReportSpool" USING SPOOL-REQUEST.
